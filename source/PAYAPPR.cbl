       Identification Division.

       Program-Id. PAYAPPR.
       Author.     Circle Computer Group LLC.

           Remarks. Nightly Pending-Approval Report.
                   Reads the PAYPEND pending-approval file in key
                   (employee-no/time-stamp) order and lists every
                   held PAYROLL change that is still waiting for a
                   second operator, and every one a second operator
                   has rejected, so nothing keyed online under dual
                   control sits unnoticed.  Each change shows the
                   department and employee, the action, the
                   operator who keyed it and the day, and the
                   salary before and after (with the department it
                   moves to for a XFER); a rejection is followed by
                   who rejected it, when and why.  Approved changes
                   have been posted and are only counted.  The
                   optional parameter record names the earliest
                   rejection day to list, so old rejections can be
                   left off; with no parameter, or zero, every
                   rejection on file is listed.  Each run is
                   recorded on the PAYRUNLG run-control log.  Run
                   as a stand-alone batch job, independent of the
                   DATABUS/DATAPGM online transaction.

       Environment Division.

       Input-Output Section.
       File-Control.
           select optional PARM-FILE assign to "PAYAPPR.PARM"
               organization is line sequential
               file status is WS-PARM-STATUS.

           select PAYPEND-FILE assign to "PAYPEND"
               organization is indexed
               access mode is sequential
               record key is PND-KEY
               file status is WS-PEND-STATUS.

           select REPORT-FILE assign to "PAYAPPR.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REJECT-SINCE          pic 9(8).
           05  filler                     pic x(72).

       FD  PAYPEND-FILE.
           COPY PAYPEND.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-PEND-STATUS                 pic xx.
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
           05  WS-EOF-IND                 pic x       value 'N'.
               88  WS-EOF                             value 'Y'.

       01  WS-REJECT-SINCE                pic x(8)    value spaces.

      *----------------------------------------------------------
      *  The held record images are full PAYROLL records; each
      *  one is moved here in turn to pick out the name, the
      *  salary and the department.
      *----------------------------------------------------------
           COPY PAYROLL.

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

       01  WS-PAGE-NO                     pic 9(4)    value 0.
       01  WS-LINE-CNT                    pic 9(4)    value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)    value 55.

       01  WS-READ-COUNT                  pic 9(7)    value 0.
       01  WS-PENDING-COUNT               pic 9(7)    value 0.
       01  WS-REJECTED-COUNT              pic 9(7)    value 0.
       01  WS-REJ-OLD-COUNT               pic 9(7)    value 0.
       01  WS-APPROVED-COUNT              pic 9(7)    value 0.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYAPPR'.
           05  filler                     pic x(38) value
               'CHANGES PENDING OR REJECTED'.
           05  filler                     pic x(10) value 'RUN DATE:'.
           05  HDG1-DATE                  pic x(10).
           05  filler                     pic x(10) value 'PAGE:'.
           05  HDG1-PAGE                  pic zzz9.

       01  HDG2.
           05  filler                     pic x(18) value spaces.
           05  filler                     pic x(38) value spaces.
           05  filler                     pic x(10) value 'RUN TIME:'.
           05  HDG2-TIME                  pic x(8).

       01  HDG3.
           05  filler                     pic x(5)  value 'DEPT'.
           05  filler                     pic x(7)  value 'EMPL'.
           05  filler                     pic x(22) value 'NAME'.
           05  filler                     pic x(6)  value 'ACTN'.
           05  filler                     pic x(10) value 'STATUS'.
           05  filler                     pic x(10) value 'KEYED BY'.
           05  filler                     pic x(10) value 'KEYED ON'.
           05  filler                     pic x(15) value
               '     OLD SALARY'.
           05  filler                     pic x(15) value
               '     NEW SALARY'.
           05  filler                     pic x(7)  value 'TO DEPT'.

       01  DETAIL-LINE.
           05  filler                     pic x     value spaces.
           05  DL-DEPT                    pic x.
           05  filler                     pic x(3)  value spaces.
           05  DL-EMPL-NO                 pic x(5).
           05  filler                     pic x(2)  value spaces.
           05  DL-NAME                    pic x(20).
           05  filler                     pic x(2)  value spaces.
           05  DL-ACTION                  pic x(4).
           05  filler                     pic x(2)  value spaces.
           05  DL-STATUS                  pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  DL-KEYED-BY                pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  DL-KEYED-DATE              pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  DL-OLD-SALARY              pic z,zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  DL-NEW-SALARY              pic z,zzz,zz9.99-.
           05  filler                     pic x(5)  value spaces.
           05  DL-NEW-DEPT                pic x.

       01  REJECT-LINE.
           05  filler                     pic x(12) value spaces.
           05  filler                     pic x(12) value
               'REJECTED BY '.
           05  RJL-USERID                 pic x(8).
           05  filler                     pic x(4)  value ' ON '.
           05  RJL-DATE                   pic x(8).
           05  filler                     pic x(2)  value ': '.
           05  RJL-REASON                 pic x(30).

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(28).
           05  CL-COUNT                   pic zzz,zz9.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           open input PARM-FILE
           if WS-PARM-STATUS not = '00' and
              WS-PARM-STATUS not = '05'
              display 'PAYAPPR: UNABLE TO OPEN PARM FILE, STATUS='
                       WS-PARM-STATUS
              stop run
           end-if

           read PARM-FILE
               at end move zero to PARM-REJECT-SINCE
           end-read

           if PARM-REJECT-SINCE numeric and PARM-REJECT-SINCE > 0
              move PARM-REJECT-SINCE to WS-REJECT-SINCE
           end-if

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           open input PAYPEND-FILE
           if WS-PEND-STATUS not = '00'
              display 'PAYAPPR: UNABLE TO OPEN PAYPEND, STATUS='
                       WS-PEND-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYAPPR: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if

           perform 6000-HEADINGS

           read PAYPEND-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       2000-PROCESS.

           add 1 to WS-READ-COUNT

           evaluate true
               when PND-PENDING
                   add 1 to WS-PENDING-COUNT
                   perform 3000-LIST-CHANGE
               when PND-REJECTED
                   if WS-REJECT-SINCE = spaces or
                      PND-DECIDED-DATE not < WS-REJECT-SINCE
                      add 1 to WS-REJECTED-COUNT
                      perform 3000-LIST-CHANGE
                   else
                      add 1 to WS-REJ-OLD-COUNT
                   end-if
               when other
                   add 1 to WS-APPROVED-COUNT
           end-evaluate

           read PAYPEND-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

      **********************************************************
      * One held change: the name and salary come from the       *
      * record as it stood when the change was keyed, the new    *
      * salary from the record as the change would leave it.     *
      **********************************************************
       3000-LIST-CHANGE.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move PND-DEPARTMENT     to DL-DEPT
           move PND-EMPLOYEE-NO    to DL-EMPL-NO
           move PND-ACTION         to DL-ACTION
           move PND-KEYED-USERID   to DL-KEYED-BY
           move PND-KEYED-DATE     to DL-KEYED-DATE

           if PND-PENDING
              move 'PENDING'       to DL-STATUS
           else
              move 'REJECTED'      to DL-STATUS
           end-if

           move PND-OLD-PAYROLL    to PAYROLL-RECORD
           move PR-NAME            to DL-NAME
           if PR-SALARY numeric
              move PR-SALARY       to DL-OLD-SALARY
           else
              move 0               to DL-OLD-SALARY
           end-if

           move PND-NEW-PAYROLL    to PAYROLL-RECORD
           if PR-SALARY numeric
              move PR-SALARY       to DL-NEW-SALARY
           else
              move 0               to DL-NEW-SALARY
           end-if

           if PND-ACTION = 'XFER'
              move PND-NEW-DEPARTMENT to DL-NEW-DEPT
           else
              move space              to DL-NEW-DEPT
           end-if

           write REPORT-LINE from DETAIL-LINE
           add 1 to WS-LINE-CNT

           if PND-REJECTED
              move PND-DECIDED-USERID to RJL-USERID
              move PND-DECIDED-DATE   to RJL-DATE
              move PND-REJECT-REASON  to RJL-REASON
              write REPORT-LINE from REJECT-LINE
              add 1 to WS-LINE-CNT
           end-if
           exit.

       6000-HEADINGS.

           add 1 to WS-PAGE-NO
           if WS-PAGE-NO > 1
              move spaces to REPORT-LINE
              write REPORT-LINE after advancing page
           end-if

           move WS-RUN-MM   to HDG1-DATE(1:2)
           move '/'         to HDG1-DATE(3:1)
           move WS-RUN-DD   to HDG1-DATE(4:2)
           move '/'         to HDG1-DATE(6:1)
           move WS-RUN-YYYY to HDG1-DATE(7:4)
           move WS-PAGE-NO  to HDG1-PAGE

           move WS-RUN-HH   to HDG2-TIME(1:2)
           move ':'         to HDG2-TIME(3:1)
           move WS-RUN-MN   to HDG2-TIME(4:2)
           move ':'         to HDG2-TIME(6:1)
           move WS-RUN-SS   to HDG2-TIME(7:2)

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG3 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 6 to WS-LINE-CNT
           exit.

       8000-FINAL-TOTALS.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'PAYPEND RECORDS READ:'    to CL-LABEL
           move WS-READ-COUNT              to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'CHANGES PENDING:'         to CL-LABEL
           move WS-PENDING-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'REJECTIONS LISTED:'       to CL-LABEL
           move WS-REJECTED-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'REJECTIONS NOT LISTED:'   to CL-LABEL
           move WS-REJ-OLD-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'CHANGES APPROVED:'        to CL-LABEL
           move WS-APPROVED-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           exit.

       9000-TERMINATE.

           close PAYPEND-FILE
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

           move 'PAYAPPR'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYAPPR: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'READ'                 to RL-COUNT-LABEL(1)
           move WS-READ-COUNT          to RL-COUNT(1)
           move 'PENDING'              to RL-COUNT-LABEL(2)
           move WS-PENDING-COUNT       to RL-COUNT(2)
           move 'REJECTED'             to RL-COUNT-LABEL(3)
           move WS-REJECTED-COUNT      to RL-COUNT(3)
           move 'APPROVED'             to RL-COUNT-LABEL(4)
           move WS-APPROVED-COUNT      to RL-COUNT(4)
           perform 9780-WRITE-LOG-ENTRY
           exit.
