       Identification Division.

       Program-Id. PAYQTAX.
       Author.     Circle Computer Group LLC.

           Remarks. Batch Quarterly Tax Withholding Report.
                   Reads the PAYHIST pay history sequentially in
                   employee/period order and totals, for every
                   employee paid in the calendar quarter named on
                   PAYQTAX.PARM, the number of pays, the gross and
                   the tax withheld, with a grand total of the tax
                   withheld for the quarter -- the figure the
                   quarterly withholding remittance is made up
                   from.  A pay falls in the quarter by the date
                   the pay run paid it (HS-RUN-DATE), not by the
                   pay period it covered.  FINAL PAY pays are
                   counted like any other and flagged on the
                   employee's line.  Each run is recorded on the
                   PAYRUNLG run-control log.  Run as a stand-alone
                   batch job after the quarter's last pay run,
                   independent of the DATABUS/DATAPGM online
                   transaction.

       Environment Division.

       Input-Output Section.
       File-Control.
           select PARM-FILE assign to "PAYQTAX.PARM"
               organization is line sequential
               file status is WS-PARM-STATUS.

           select HIST-FILE assign to "PAYHIST"
               organization is indexed
               access mode is sequential
               record key is HS-KEY
               file status is WS-HIST-STATUS.

           select REPORT-FILE assign to "PAYQTAX.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-YEAR                  pic 9(4).
           05  PARM-QUARTER               pic 9.
           05  filler                     pic x(75).

       FD  HIST-FILE.
           COPY PAYHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-HIST-STATUS                 pic xx.
       01  WS-REPORT-STATUS               pic xx.
       01  WS-RUNLOG-STATUS               pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE           pic 9(8).
       01  WS-RUNLOG-START-TIME           pic 9(8).
       01  WS-RUNLOG-PARMS                pic x(80)   value spaces.

       01  WS-FLAGS.
           05  WS-EOF-IND                 pic x         value 'N'.
               88  WS-EOF                               value 'Y'.
           05  WS-FINAL-IND               pic x         value 'N'.
               88  WS-HAD-FINAL-PAY                     value 'Y'.

       01  WS-RUN-DATE                    pic 9(8).
       01  WS-RUN-DATE-R redefines WS-RUN-DATE.
           05  WS-RUN-YYYY                pic 9(4).
           05  WS-RUN-MM                  pic 99.
           05  WS-RUN-DD                  pic 99.
       01  WS-RUN-TIME                    pic 9(8).
       01  WS-RUN-TIME-R redefines WS-RUN-TIME.
           05  WS-RUN-HH                  pic 99.
           05  WS-RUN-MN                  pic 99.
           05  WS-RUN-SS                  pic 99.
           05  filler                     pic 99.

      *----------------------------------------------------------
      *  The quarter being reported: its year and the first and
      *  last month, and the pay date of the history record in
      *  hand split out for the comparison.
      *----------------------------------------------------------
       01  WS-QTR-YEAR                    pic 9(4)      value 0.
       01  WS-QTR-NO                      pic 9         value 0.
       01  WS-QTR-FIRST-MM                pic 99        value 0.
       01  WS-QTR-LAST-MM                 pic 99        value 0.

       01  WS-PAY-DATE                    pic x(8).
       01  WS-PAY-DATE-R redefines WS-PAY-DATE.
           05  WS-PAY-YYYY                pic 9(4).
           05  WS-PAY-MM                  pic 99.
           05  WS-PAY-DD                  pic 99.

       01  WS-PAGE-NO                     pic 9(4)      value 0.
       01  WS-LINE-CNT                    pic 9(4)      value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)      value 55.

      *----------------------------------------------------------
      *  Employee being totalled (control break on
      *  HS-EMPLOYEE-NO) and the grand totals for the quarter.
      *----------------------------------------------------------
       01  WS-SAVE-EMPL-NO                pic x(5)      value spaces.
       01  WS-SAVE-DEPT                   pic x.
       01  WS-SAVE-NAME                   pic x(20).

       01  WS-EMP-PAYS                    pic 9(3)      value 0.
       01  WS-EMP-GROSS                   pic s9(9)v99  value 0.
       01  WS-EMP-TAX                     pic s9(9)v99  value 0.

       01  WS-READ-COUNT                  pic 9(7)      value 0.
       01  WS-EMP-COUNT                   pic 9(7)      value 0.
       01  WS-PAY-COUNT                   pic 9(7)      value 0.
       01  WS-GROSS-TOTAL                 pic s9(11)v99 value 0.
       01  WS-TAX-TOTAL                   pic s9(11)v99 value 0.

       01  HDG1.
           05  filler                 pic x(18) value 'PAYQTAX'.
           05  filler                 pic x(38) value
               'QUARTERLY TAX WITHHOLDING REPORT'.
           05  filler                 pic x(10) value 'RUN DATE:'.
           05  HDG1-DATE              pic x(10).
           05  filler                 pic x(10) value 'PAGE:'.
           05  HDG1-PAGE              pic zzz9.

       01  HDG2.
           05  filler                 pic x(18) value spaces.
           05  filler                 pic x(9)  value 'QUARTER: '.
           05  HDG2-QTR-YEAR          pic 9(4).
           05  filler                 pic x(2)  value ' Q'.
           05  HDG2-QTR-NO            pic 9.
           05  filler                 pic x(22) value spaces.
           05  filler                 pic x(10) value 'RUN TIME:'.
           05  HDG2-TIME              pic x(8).

       01  HDG3.
           05  filler                 pic x(4)  value 'DEPT'.
           05  filler                 pic x(2)  value spaces.
           05  filler                 pic x(8)  value 'EMPL NO'.
           05  filler                 pic x(2)  value spaces.
           05  filler                 pic x(22) value 'EMPLOYEE NAME'.
           05  filler                 pic x(6)  value 'PAYS'.
           05  filler                 pic x(18) value
               '           GROSS'.
           05  filler                 pic x(18) value
               '    TAX WITHHELD'.
           05  filler                 pic x(5)  value 'FINAL'.

       01  DETAIL-LINE.
           05  filler                 pic x     value spaces.
           05  DL-DEPT                pic x.
           05  filler                 pic x(4)  value spaces.
           05  DL-EMPL-NO             pic x(5).
           05  filler                 pic x(5)  value spaces.
           05  DL-NAME                pic x(20).
           05  filler                 pic x(2)  value spaces.
           05  DL-PAYS                pic zz9.
           05  filler                 pic x(3)  value spaces.
           05  DL-GROSS               pic z,zzz,zzz,zz9.99-.
           05  filler                 pic x(1)  value spaces.
           05  DL-TAX                 pic z,zzz,zzz,zz9.99-.
           05  filler                 pic x(2)  value spaces.
           05  DL-FINAL               pic x(5).

       01  COUNT-LINE.
           05  filler                 pic x(4)  value spaces.
           05  CL-LABEL               pic x(24).
           05  CL-COUNT               pic zzz,zz9.

       01  TOTAL-LINE.
           05  filler                 pic x(4)  value spaces.
           05  TTL-LABEL              pic x(24).
           05  TTL-AMOUNT             pic z,zzz,zzz,zz9.99-.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-PROCESS until WS-EOF
           perform 7000-EMPLOYEE-TOTAL
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

      **********************************************************
      * Read the quarter to report from PAYQTAX.PARM: the year   *
      * and the quarter number 1-4.  Quarter 1 is January-March, *
      * 2 is April-June, and so on.                              *
      **********************************************************
       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           open input PARM-FILE
           if WS-PARM-STATUS not = '00'
              display 'PAYQTAX: UNABLE TO OPEN PARM FILE, STATUS='
                       WS-PARM-STATUS
              stop run
           end-if

           read PARM-FILE
               at end
                  display 'PAYQTAX: PARM FILE IS EMPTY'
                  stop run
           end-read

           if PARM-YEAR numeric
              move PARM-YEAR to WS-QTR-YEAR
           end-if
           if PARM-QUARTER numeric
              move PARM-QUARTER to WS-QTR-NO
           end-if

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           if WS-QTR-YEAR = 0 or WS-QTR-NO < 1 or WS-QTR-NO > 4
              display 'PAYQTAX: YEAR/QUARTER MISSING OR INVALID IN PARM'
              stop run
           end-if

           compute WS-QTR-LAST-MM  = WS-QTR-NO * 3
           compute WS-QTR-FIRST-MM = WS-QTR-LAST-MM - 2

           open input HIST-FILE
           if WS-HIST-STATUS not = '00'
              display 'PAYQTAX: UNABLE TO OPEN PAYHIST, STATUS='
                       WS-HIST-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYQTAX: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if

           read HIST-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

      **********************************************************
      * One PAYHIST record.  Pays dated outside the quarter      *
      * are skipped; a change of employee prints the previous    *
      * employee's line.                                         *
      **********************************************************
       2000-PROCESS.

           add 1 to WS-READ-COUNT
           move HS-RUN-DATE to WS-PAY-DATE

           if WS-PAY-YYYY = WS-QTR-YEAR and
              WS-PAY-MM not < WS-QTR-FIRST-MM and
              WS-PAY-MM not > WS-QTR-LAST-MM
              if HS-EMPLOYEE-NO not = WS-SAVE-EMPL-NO
                 perform 7000-EMPLOYEE-TOTAL
                 move HS-EMPLOYEE-NO to WS-SAVE-EMPL-NO
              end-if
              move HS-DEPARTMENT to WS-SAVE-DEPT
              move HS-NAME       to WS-SAVE-NAME
              add 1              to WS-EMP-PAYS
              add HS-GROSS       to WS-EMP-GROSS
              add HS-TAX         to WS-EMP-TAX
              if HS-FINAL-PAY
                 move 'Y' to WS-FINAL-IND
              end-if
           end-if

           read HIST-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       5000-WRITE-LINE.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           write REPORT-LINE from DETAIL-LINE
           add 1 to WS-LINE-CNT
           exit.

       6000-HEADINGS.

           add 1 to WS-PAGE-NO
           if WS-PAGE-NO > 1
              move spaces to REPORT-LINE
              write REPORT-LINE after advancing page
           end-if

           move WS-RUN-MM  to HDG1-DATE(1:2)
           move '/'        to HDG1-DATE(3:1)
           move WS-RUN-DD  to HDG1-DATE(4:2)
           move '/'        to HDG1-DATE(6:1)
           move WS-RUN-YYYY to HDG1-DATE(7:4)
           move WS-PAGE-NO to HDG1-PAGE

           move WS-QTR-YEAR to HDG2-QTR-YEAR
           move WS-QTR-NO   to HDG2-QTR-NO
           move WS-RUN-HH  to HDG2-TIME(1:2)
           move ':'        to HDG2-TIME(3:1)
           move WS-RUN-MN  to HDG2-TIME(4:2)
           move ':'        to HDG2-TIME(6:1)
           move WS-RUN-SS  to HDG2-TIME(7:2)

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG3 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 5 to WS-LINE-CNT
           exit.

      **********************************************************
      * Print the employee's quarter line and roll it into the   *
      * grand totals.  Nothing to print until the first pay in   *
      * the quarter has been read.                               *
      **********************************************************
       7000-EMPLOYEE-TOTAL.

           if WS-EMP-PAYS not = 0
              move WS-SAVE-DEPT    to DL-DEPT
              move WS-SAVE-EMPL-NO to DL-EMPL-NO
              move WS-SAVE-NAME    to DL-NAME
              move WS-EMP-PAYS     to DL-PAYS
              move WS-EMP-GROSS    to DL-GROSS
              move WS-EMP-TAX      to DL-TAX
              if WS-HAD-FINAL-PAY
                 move 'FINAL' to DL-FINAL
              else
                 move spaces  to DL-FINAL
              end-if
              perform 5000-WRITE-LINE

              add 1            to WS-EMP-COUNT
              add WS-EMP-PAYS  to WS-PAY-COUNT
              add WS-EMP-GROSS to WS-GROSS-TOTAL
              add WS-EMP-TAX   to WS-TAX-TOTAL

              move 0   to WS-EMP-PAYS
              move 0   to WS-EMP-GROSS
              move 0   to WS-EMP-TAX
              move 'N' to WS-FINAL-IND
           end-if
           exit.

       8000-FINAL-TOTALS.

           if WS-LINE-CNT > WS-LINES-PER-PAGE - 8
              perform 6000-HEADINGS
           end-if

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'HISTORY RECORDS READ'   to CL-LABEL
           move WS-READ-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'EMPLOYEES PAID'         to CL-LABEL
           move WS-EMP-COUNT             to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYS IN QUARTER'        to CL-LABEL
           move WS-PAY-COUNT             to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           move 'TOTAL GROSS'            to TTL-LABEL
           move WS-GROSS-TOTAL           to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'TOTAL TAX WITHHELD'     to TTL-LABEL
           move WS-TAX-TOTAL             to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           exit.

       9000-TERMINATE.

           close HIST-FILE
           close REPORT-FILE
           exit.

      **********************************************************
      * Run-control log.  The start entry goes on PAYRUNLG as    *
      * the run starts, after any parameter record is read, and  *
      * the end entry is the last thing the run does, with its   *
      * counts and total.  A run that stops on an error leaves   *
      * only its start entry.                                    *
      **********************************************************
       9700-LOG-START.

           accept WS-RUNLOG-START-DATE from date yyyymmdd
           accept WS-RUNLOG-START-TIME from time

           perform 9750-CLEAR-LOG-ENTRY
           move 'S'             to RL-EVENT
           move WS-RUNLOG-PARMS to RL-PARMS
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9750-CLEAR-LOG-ENTRY.

           move spaces to RUNLOG-RECORD
           move zeros  to RL-COUNT(1) RL-COUNT(2)
                          RL-COUNT(3) RL-COUNT(4)
                          RL-TOTAL
           exit.

       9780-WRITE-LOG-ENTRY.

           move 'PAYQTAX'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYQTAX: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if
           write RUNLOG-RECORD
           close RUNLOG-FILE
           exit.

       9800-LOG-END.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'             to RL-EVENT
           move WS-RUNLOG-PARMS to RL-PARMS
           move 'C'             to RL-COMPLETION
           move 'PAY RECORDS'          to RL-COUNT-LABEL(1)
           move WS-READ-COUNT          to RL-COUNT(1)
           move 'EMPLOYEES'            to RL-COUNT-LABEL(2)
           move WS-EMP-COUNT           to RL-COUNT(2)
           move 'TAX WITHHELD'         to RL-TOTAL-LABEL
           move WS-TAX-TOTAL           to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.
