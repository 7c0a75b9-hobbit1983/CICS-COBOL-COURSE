       Identification Division.

       Program-Id. PAYRETRO.
       Author.     Circle Computer Group LLC.

           Remarks. Batch Retroactive Pay Calculation.
                   A salary change keyed on UPDATES or made by a
                   PAYRAISE run carries the date it takes effect,
                   and that date can fall in a period the pay run
                   has already paid at the old salary.  This job
                   reads the PAYAUDT audit trail for those changes
                   (UPDT and RAIS records whose salary moved) and,
                   for each employee that has one, looks again at
                   every regular period on PAYHIST up to the latest
                   period recorded on PAYCYCLE.CTL that ended on or
                   after the effective date and was paid no later
                   than the day the change was keyed.  The period
                   gross is recomputed from the annual salary in
                   force at the end of the period -- a change
                   effective on any day of a period counts for the
                   whole of it, the same as a change keyed before
                   the pay run -- with the FINAL PAY pro-rating and
                   the unpaid-leave reduction the pay run applied,
                   and the withholding is recomputed on the
                   corrected gross at the PAYTAXB band in force on
                   the date the period was paid.  The difference
                   from what the period has paid so far (the
                   PAYHIST gross and tax plus any arrears an
                   earlier run of this job raised for it) is the
                   arrears.  Each employee's arrears are written to
                   PAYADJ as one taxable RETR adjustment for the
                   pay period named in the parameter record, which
                   the pay run then pays and withholds on like any
                   other adjustment, and the arrears are recorded
                   against each period on PAYHIST so a rerun of
                   this job raises nothing twice.  The retro
                   register shows each change taken, then by
                   period the old and new gross and tax and the
                   difference, and the employee's arrears.  Each
                   run is recorded on the PAYRUNLG run-control log.
                   Run as a stand-alone batch job before the pay
                   run the arrears are to be paid in, independent
                   of the DATABUS/DATAPGM online transaction. A
                   period an hourly employee was paid from a
                   timesheet is recomputed from the same hours at
                   the new rate: what the hours paid is scaled by
                   the new rate over the rate paid (overtime and
                   holiday hours paying at a multiple of the rate),
                   with no pro-rating or unpaid-leave reduction,
                   and withheld on the band the corrected pay falls
                   in taken over a whole year, as the pay run does.

       Environment Division.

       Input-Output Section.
       File-Control.
           select PARM-FILE assign to "PAYRETRO.PARM"
               organization is line sequential
               file status is WS-PARM-STATUS.

           select optional PERIOD-FILE assign to "PAYCYCLE.CTL"
               organization is line sequential
               file status is WS-PERIOD-STATUS.

           select PAYAUDT-FILE assign to "PAYAUDT"
               organization is indexed
               access mode is sequential
               record key is AUD-KEY
               file status is WS-AUDIT-STATUS.

           select HIST-FILE assign to "PAYHIST"
               organization is indexed
               access mode is dynamic
               record key is HS-KEY
               file status is WS-HIST-STATUS.

           select PAYROLL-FILE assign to "PAYROLL"
               organization is indexed
               access mode is random
               record key is PR-KEY
               file status is WS-PAYROLL-STATUS.

           select TAXBAND-FILE assign to "PAYTAXB"
               organization is indexed
               access mode is sequential
               record key is TB-KEY
               file status is WS-TAXB-STATUS.

           select optional ADJ-FILE assign to "PAYADJ"
               organization is indexed
               access mode is dynamic
               record key is ADJ-KEY
               file status is WS-ADJUST-STATUS.

           select REPORT-FILE assign to "PAYRETRO.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PAY-PERIOD            pic x(6).
           05  PARM-PERIODS-PER-YEAR      pic 9(2).
           05  filler                     pic x(72).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PERIOD-ID                  pic x(6).
           05  filler                     pic x.
           05  PERIOD-RUN-DATE            pic 9(8).

       FD  PAYAUDT-FILE.
           COPY PAYAUDIT.

       FD  HIST-FILE.
           COPY PAYHIST.

       FD  PAYROLL-FILE.
           COPY PAYROLL.

       FD  TAXBAND-FILE.
           COPY PAYTAXB.

       FD  ADJ-FILE.
           COPY PAYADJ.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-PERIOD-STATUS               pic xx.
       01  WS-AUDIT-STATUS                pic xx.
       01  WS-HIST-STATUS                 pic xx.
       01  WS-PAYROLL-STATUS              pic xx.
       01  WS-TAXB-STATUS                 pic xx.
       01  WS-ADJUST-STATUS               pic xx.
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
       01  WS-RUNLOG-REASON               pic x(40)   value spaces.

       01  WS-FLAGS.
           05  WS-EOF-IND                 pic x       value 'N'.
               88  WS-EOF                             value 'Y'.
           05  WS-PERIOD-EOF-IND          pic x       value 'N'.
               88  WS-PERIOD-EOF                      value 'Y'.
           05  WS-TAXB-EOF-IND            pic x       value 'N'.
               88  WS-TAXB-EOF                        value 'Y'.
           05  WS-HIST-EOF-IND            pic x       value 'N'.
               88  WS-HIST-EOF                        value 'Y'.
           05  WS-ADJ-EOF-IND             pic x       value 'N'.
               88  WS-ADJ-EOF                         value 'Y'.

      *----------------------------------------------------------
      *  The pay period the arrears are to be paid in, and the
      *  periods-per-year divisor used for any PAYHIST record
      *  written before the pay run kept its own.  The latest
      *  period recorded on PAYCYCLE.CTL bounds the periods looked
      *  at; the arrears period has to be one not yet paid.
      *----------------------------------------------------------
       01  WS-PAY-PERIOD                  pic x(6).
       01  WS-PARM-PPY                    pic 9(2)    value 0.
       01  WS-LATEST-PERIOD               pic x(6)    value spaces.

       01  WS-RUN-DATE                    pic 9(8).
       01  WS-RUN-DATE-R redefines WS-RUN-DATE.
           05  WS-RUN-YYYY                pic 9(4).
           05  WS-RUN-MM                  pic 99.
           05  WS-RUN-DD                  pic 99.
       01  WS-RUN-DATE-X                  pic x(8).
       01  WS-RUN-TIME                    pic 9(8).
       01  WS-RUN-TIME-R redefines WS-RUN-TIME.
           05  WS-RUN-HH                  pic 99.
           05  WS-RUN-MN                  pic 99.
           05  WS-RUN-SS                  pic 99.
           05  filler                     pic 99.

      *----------------------------------------------------------
      *  The salary changes of the employee in hand, in the order
      *  they were keyed (PAYAUDT key order).  The salary in force
      *  on a date is the new salary of the change with the latest
      *  effective date on or before it -- a later-keyed change
      *  wins a tie.  The used indicator marks the changes that
      *  reached back into a paid period, for the register.
      *----------------------------------------------------------
       01  WS-CUR-EMPL-NO                 pic x(5)    value spaces.
       01  WS-CHG-MAX                     pic s9(4) comp value 50.
       01  WS-CHG-COUNT                   pic s9(4) comp value 0.
       01  WS-CHG-SUB                     pic s9(4) comp.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY occurs 50 times.
               10  WS-CG-ACTION           pic x(4).
               10  WS-CG-EFF-DATE         pic x(8).
               10  WS-CG-KEY-DATE         pic x(8).
               10  WS-CG-OLD-SALARY       pic s9(7)v99.
               10  WS-CG-NEW-SALARY       pic s9(7)v99.
               10  WS-CG-USED-IND         pic x.

       01  WS-EXAMINE-IND                 pic x.
           88  WS-EXAMINE                             value 'Y'.
       01  WS-SAL-EFF-BEST                pic x(8).
       01  WS-SAL-USE                     pic s9(7)v99.

      *----------------------------------------------------------
      *  The periods of the employee in hand that come out with a
      *  difference, held until the employee is finished so the
      *  PAYADJ arrears entry is written before any PAYHIST
      *  record is marked: a failed adjustment write then stops
      *  the run with nothing recorded for the employee.
      *----------------------------------------------------------
       01  WS-RP-MAX                      pic s9(4) comp value 60.
       01  WS-RP-COUNT                    pic s9(4) comp value 0.
       01  WS-RP-SUB                      pic s9(4) comp.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY occurs 60 times.
               10  WS-RP-PERIOD           pic x(6).
               10  WS-RP-DEPT             pic x.
               10  WS-RP-FINAL-IND        pic x.
               10  WS-RP-SALARY           pic s9(7)v99.
               10  WS-RP-OLD-GROSS        pic s9(7)v99.
               10  WS-RP-NEW-GROSS        pic s9(7)v99.
               10  WS-RP-GROSS-DIFF       pic s9(7)v99.
               10  WS-RP-OLD-TAX          pic s9(7)v99.
               10  WS-RP-NEW-TAX          pic s9(7)v99.
               10  WS-RP-TAX-DIFF         pic s9(7)v99.
               10  WS-RP-NOTE             pic x(16).

       01  WS-EMP-DEPT                    pic x.
       01  WS-EMP-NAME                    pic x(20).
       01  WS-EMP-GROSS-DIFF              pic s9(7)v99.
       01  WS-EMP-TAX-DIFF                pic s9(7)v99.
       01  WS-EMP-TERM-IND                pic x.
       01  WS-ADJ-NEXT-SEQ                pic 9(3).

      *----------------------------------------------------------
      *  One period's recompute.
      *----------------------------------------------------------
       01  WS-PPY-USE                     pic 9(2).
       01  WS-NEW-BASE                    pic s9(7)v99.
       01  WS-OLD-BASE                    pic s9(7)v99.
       01  WS-GROSS-DIFF                  pic s9(7)v99.
       01  WS-OLD-GROSS                   pic s9(7)v99.
       01  WS-NEW-GROSS                   pic s9(7)v99.
       01  WS-OLD-TAX                     pic s9(7)v99.
       01  WS-NEW-TAX                     pic s9(7)v99.
       01  WS-UNPAID-RED                  pic s9(7)v99.
       01  WS-WORK-DAYS-YEAR              pic 9(3)    value 260.
       01  WS-STD-YEAR-HOURS              pic 9(4)    value 2080.
       01  WS-TAX-BASIS                   pic s9(9)v99.
       01  WS-SKIP-REASON                 pic x(16).

      *----------------------------------------------------------
      *  Every withholding band on PAYTAXB, in key (effective
      *  date/band number) order, so the bands in force on any
      *  past pay date can be found again: the set is the one
      *  with the latest effective date not after that date.
      *----------------------------------------------------------
       01  WS-TX-MAX                      pic s9(4) comp value 500.
       01  WS-TX-COUNT                    pic s9(4) comp value 0.
       01  WS-TX-SUB                      pic s9(4) comp.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY occurs 500 times.
               10  WS-TX-EFF-DATE         pic x(8).
               10  WS-TX-ANNUAL-MAX       pic s9(7)v99 comp-3.
               10  WS-TX-RATE             pic s9(2)v99 comp-3.
       01  WS-TX-USE-DATE                 pic x(8).
       01  WS-TX-RATE-USE                 pic s9(2)v99.
       01  WS-TX-FOUND-IND                pic x.
           88  WS-TX-FOUND                            value 'Y'.

      *----------------------------------------------------------
      *  3800-DATE-TO-DAYS turns a yyyymmdd date into a serial
      *  day count (same arithmetic as PAYCYCLE) so a final pay
      *  can be pro-rated exactly as the pay run did it.
      *----------------------------------------------------------
       01  WS-DTD-DATE                    pic x(8).
       01  WS-DTD-DATE-R redefines WS-DTD-DATE.
           05  WS-DTD-YYYY                pic 9(4).
           05  WS-DTD-MM                  pic 99.
           05  WS-DTD-DD                  pic 99.
       01  WS-DTD-DAYS                    pic s9(9)  comp.
       01  WS-DTD-PRIOR                   pic s9(9)  comp.
       01  WS-DTD-Q4                      pic s9(9)  comp.
       01  WS-DTD-Q100                    pic s9(9)  comp.
       01  WS-DTD-Q400                    pic s9(9)  comp.
       01  WS-DTD-JUNK                    pic s9(9)  comp.
       01  WS-DTD-REM4                    pic s9(4)  comp.
       01  WS-DTD-REM100                  pic s9(4)  comp.
       01  WS-DTD-REM400                  pic s9(4)  comp.
       01  WS-DTD-MSUB                    pic s9(4)  comp.

       01  WS-DTD-MONTH-VALUES            pic x(24) value
           '312831303130313130313031'.
       01  WS-DTD-MONTH-TABLE redefines WS-DTD-MONTH-VALUES.
           05  WS-DTD-MONTH-LEN           pic 99 occurs 12 times.

       01  WS-START-DAYS                  pic s9(9)  comp.
       01  WS-END-DAYS                    pic s9(9)  comp.
       01  WS-TERM-DAYS                   pic s9(9)  comp.
       01  WS-PERIOD-DAYS                 pic s9(4)  comp.
       01  WS-WORKED-DAYS                 pic s9(4)  comp.

      *----------------------------------------------------------
      *  AUD-TIME-STAMP is the raw CICS ABSTIME -- a packed count
      *  of milliseconds since 1900-01-01 00:00 -- unpacked back
      *  into the calendar date the change was keyed (same scheme
      *  as PAYGRECN).
      *----------------------------------------------------------
       01  WS-ABS-WORK.
           05  WS-ABSTIME                 pic s9(15) comp-3.
       01  WS-ABS-X redefines WS-ABS-WORK
                                          pic x(8).

       01  WS-TOT-DAYS                    pic s9(9)  comp.
       01  WS-MS-REM                      pic s9(9)  comp.
       01  WS-DAYS-LEFT                   pic s9(9)  comp.
       01  WS-YEAR-LEN                    pic s9(4)  comp.
       01  WS-DIV-JUNK                    pic s9(9)  comp.
       01  WS-REM4                        pic s9(4)  comp.
       01  WS-REM100                      pic s9(4)  comp.
       01  WS-REM400                      pic s9(4)  comp.

       01  WS-STAMP-DATE                  pic 9(8).
       01  WS-STAMP-DATE-R redefines WS-STAMP-DATE.
           05  WS-STAMP-YYYY              pic 9(4).
           05  WS-STAMP-MM                pic 99.
           05  WS-STAMP-DD                pic 99.

       01  WS-MONTH-LEN-VALUES            pic x(24) value
           '312831303130313130313031'.
       01  WS-MONTH-LEN-TABLE redefines WS-MONTH-LEN-VALUES.
           05  WS-MONTH-LEN               pic 99 occurs 12 times.

       01  WS-PAGE-NO                     pic 9(4)    value 0.
       01  WS-LINE-CNT                    pic 9(4)    value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)    value 55.

       01  WS-AUDIT-READ-COUNT            pic 9(7)    value 0.
       01  WS-CHANGE-COUNT                pic 9(7)    value 0.
       01  WS-RETRO-EMPL-COUNT            pic 9(7)    value 0.
       01  WS-RETRO-PERIOD-COUNT          pic 9(7)    value 0.
       01  WS-ADJ-WRITTEN-COUNT           pic 9(7)    value 0.
       01  WS-TERM-COUNT                  pic 9(7)    value 0.
       01  WS-SKIPPED-COUNT               pic 9(7)    value 0.
       01  WS-GROSS-DIFF-TOTAL            pic s9(9)v99 value 0.
       01  WS-TAX-DIFF-TOTAL              pic s9(9)v99 value 0.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYRETRO'.
           05  filler                     pic x(38) value
               'RETROACTIVE PAY REGISTER'.
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
           05  filler                     pic x(20) value
               'LATEST PAID PERIOD:'.
           05  HDG3-LATEST                pic x(6).
           05  filler                     pic x(4)  value spaces.
           05  filler                     pic x(20) value
               'ARREARS PAID IN:'.
           05  HDG3-PAY-PERIOD            pic x(6).

       01  HDG4.
           05  filler                     pic x(8)  value spaces.
           05  filler                     pic x(8)  value 'PERIOD'.
           05  filler                     pic x(7)  value 'FINAL'.
           05  filler                     pic x(15) value
               'ANNUAL SALARY'.
           05  filler                     pic x(13) value 'OLD GROSS'.
           05  filler                     pic x(13) value 'NEW GROSS'.
           05  filler                     pic x(13) value 'GROSS DIFF'.
           05  filler                     pic x(13) value 'OLD TAX'.
           05  filler                     pic x(13) value 'NEW TAX'.
           05  filler                     pic x(13) value 'TAX DIFF'.
           05  filler                     pic x(4)  value 'NOTE'.

       01  EMPL-LINE.
           05  filler                     pic x(10) value
               'EMPLOYEE:'.
           05  EL-DEPT                    pic x.
           05  filler                     pic x     value '-'.
           05  EL-EMPL-NO                 pic x(5).
           05  filler                     pic x(2)  value spaces.
           05  EL-NAME                    pic x(20).

       01  CHANGE-LINE.
           05  filler                     pic x(8)  value spaces.
           05  CGL-ACTION                 pic x(4).
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(10) value
               'EFFECTIVE'.
           05  CGL-EFF-DATE               pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(6)  value 'KEYED'.
           05  CGL-KEY-DATE               pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  CGL-OLD-SALARY             pic z,zzz,zz9.99.
           05  filler                     pic x(4)  value ' TO '.
           05  CGL-NEW-SALARY             pic z,zzz,zz9.99.

       01  PERIOD-LINE.
           05  filler                     pic x(8)  value spaces.
           05  PL-PERIOD                  pic x(6).
           05  filler                     pic x(2)  value spaces.
           05  PL-FINAL                   pic x(5).
           05  filler                     pic x(2)  value spaces.
           05  PL-SALARY                  pic z,zzz,zz9.99.
           05  filler                     pic x(3)  value spaces.
           05  PL-OLD-GROSS               pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-NEW-GROSS               pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-GROSS-DIFF              pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-OLD-TAX                 pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-NEW-TAX                 pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-TAX-DIFF                pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  PL-NOTE                    pic x(16).

       01  EMPL-TOTAL-LINE.
           05  filler                     pic x(8)  value spaces.
           05  ETL-LABEL                  pic x(56) value
               'ARREARS'.
           05  ETL-GROSS-DIFF             pic zzz,zz9.99-.
           05  filler                     pic x(28) value spaces.
           05  ETL-TAX-DIFF               pic zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  ETL-NOTE.
               10  ETL-NOTE-TEXT          pic x(13).
               10  ETL-NOTE-SEQ           pic x(3).

       01  TERM-LINE.
           05  filler                     pic x(8)  value spaces.
           05  filler                     pic x(60) value
               'EMPLOYEE IS TERMINATED - PAY THE ARREARS OFF-CYCLE'.

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(32).
           05  CL-COUNT                   pic zzz,zz9.

       01  TOTAL-LINE.
           05  TTL-LABEL                  pic x(32).
           05  TTL-AMOUNT                 pic zzz,zzz,zz9.99-.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-PROCESS until WS-EOF
           perform 2900-END-EMPLOYEE
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move WS-RUN-DATE to WS-RUN-DATE-X

           open input PARM-FILE
           if WS-PARM-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN PARM FILE, STATUS='
                       WS-PARM-STATUS
              stop run
           end-if

           read PARM-FILE
               at end
                  display 'PAYRETRO: PARM FILE IS EMPTY'
                  stop run
           end-read

           move PARM-PAY-PERIOD to WS-PAY-PERIOD
           if PARM-PERIODS-PER-YEAR numeric
              move PARM-PERIODS-PER-YEAR to WS-PARM-PPY
           end-if

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           if WS-PAY-PERIOD not numeric or
              WS-PAY-PERIOD(5:2) = '00'
              move 'ARREARS PAY PERIOD MISSING OR INVALID'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           perform 1500-FIND-LATEST-PERIOD

           if WS-LATEST-PERIOD = spaces
              move 'NO PERIOD ON PAYCYCLE.CTL - NONE PAID'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if WS-PAY-PERIOD not > WS-LATEST-PERIOD
              move 'ARREARS PERIOD        ALREADY PAID'
                   to WS-RUNLOG-REASON
              move WS-PAY-PERIOD to WS-RUNLOG-REASON(16:6)
              perform 9850-LOG-REFUSED
              stop run
           end-if

           open input TAXBAND-FILE
           if WS-TAXB-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN TAX BANDS, STATUS='
                       WS-TAXB-STATUS
              stop run
           end-if

           read TAXBAND-FILE
               at end move 'Y' to WS-TAXB-EOF-IND
           end-read
           perform 1700-LOAD-TAX-BANDS until WS-TAXB-EOF
           close TAXBAND-FILE

           open input PAYAUDT-FILE
           if WS-AUDIT-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN PAYAUDT, STATUS='
                       WS-AUDIT-STATUS
              stop run
           end-if

           open i-o HIST-FILE
           if WS-HIST-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN PAY HISTORY, STATUS='
                       WS-HIST-STATUS
              stop run
           end-if

           open input PAYROLL-FILE
           if WS-PAYROLL-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN PAYROLL, STATUS='
                       WS-PAYROLL-STATUS
              stop run
           end-if

           open i-o ADJ-FILE
           if WS-ADJUST-STATUS not = '00' and
              WS-ADJUST-STATUS not = '05'
              display 'PAYRETRO: UNABLE TO OPEN ADJUSTMENTS, STATUS='
                       WS-ADJUST-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYRETRO: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if

           perform 6000-HEADINGS

           read PAYAUDT-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

      **********************************************************
      * The latest period paid is the highest period identifier  *
      * on the pay run's period control file.  Off-cycle runs    *
      * are recorded elsewhere and never bound the retro.        *
      **********************************************************
       1500-FIND-LATEST-PERIOD.

           open input PERIOD-FILE
           if WS-PERIOD-STATUS not = '00' and
              WS-PERIOD-STATUS not = '05'
              display 'PAYRETRO: UNABLE TO OPEN PERIOD CONTROL, '
                      'STATUS=' WS-PERIOD-STATUS
              stop run
           end-if

           perform 1600-READ-PERIOD until WS-PERIOD-EOF

           close PERIOD-FILE
           exit.

       1600-READ-PERIOD.

           read PERIOD-FILE
               at end move 'Y' to WS-PERIOD-EOF-IND
           end-read

           if not WS-PERIOD-EOF
              if WS-LATEST-PERIOD = spaces or
                 PERIOD-ID > WS-LATEST-PERIOD
                 move PERIOD-ID to WS-LATEST-PERIOD
              end-if
           end-if
           exit.

       1700-LOAD-TAX-BANDS.

           if WS-TX-COUNT < WS-TX-MAX
              add 1 to WS-TX-COUNT
              move TB-EFF-DATE   to WS-TX-EFF-DATE(WS-TX-COUNT)
              move TB-ANNUAL-MAX to WS-TX-ANNUAL-MAX(WS-TX-COUNT)
              move TB-RATE       to WS-TX-RATE(WS-TX-COUNT)
           else
              display 'PAYRETRO: TAX BAND TABLE FULL AT '
                       WS-TX-MAX ' BANDS - RUN STOPPED'
              stop run
           end-if

           read TAXBAND-FILE
               at end move 'Y' to WS-TAXB-EOF-IND
           end-read
           exit.

      **********************************************************
      * PAYAUDT comes in employee/time-stamp order, so all of an *
      * employee's changes arrive together and in the order they *
      * were keyed.  A change of employee finishes the last one. *
      **********************************************************
       2000-PROCESS.

           add 1 to WS-AUDIT-READ-COUNT

           if AUD-EMPLOYEE-NO not = WS-CUR-EMPL-NO
              perform 2900-END-EMPLOYEE
              move AUD-EMPLOYEE-NO to WS-CUR-EMPL-NO
              move 0               to WS-CHG-COUNT
           end-if

           if (AUD-ACTION = 'UPDT' or AUD-ACTION = 'RAIS') and
              AUD-OLD-SALARY not = AUD-NEW-SALARY and
              AUD-EFFECTIVE-DATE numeric
              perform 2100-TAKE-CHANGE
           end-if

           read PAYAUDT-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       2100-TAKE-CHANGE.

           perform 3900-STAMP-TO-DATE

           if WS-CHG-COUNT < WS-CHG-MAX
              add 1 to WS-CHG-COUNT
              add 1 to WS-CHANGE-COUNT
              move AUD-ACTION         to WS-CG-ACTION(WS-CHG-COUNT)
              move AUD-EFFECTIVE-DATE to
                   WS-CG-EFF-DATE(WS-CHG-COUNT)
              move WS-STAMP-DATE      to
                   WS-CG-KEY-DATE(WS-CHG-COUNT)
              move AUD-OLD-SALARY     to
                   WS-CG-OLD-SALARY(WS-CHG-COUNT)
              move AUD-NEW-SALARY     to
                   WS-CG-NEW-SALARY(WS-CHG-COUNT)
              move 'N'                to
                   WS-CG-USED-IND(WS-CHG-COUNT)
           else
              display 'PAYRETRO: TOO MANY SALARY CHANGES FOR '
                      'EMPLOYEE ' AUD-EMPLOYEE-NO ' - RUN STOPPED'
              stop run
           end-if
           exit.

       2900-END-EMPLOYEE.

           if WS-CHG-COUNT > 0
              perform 3000-RETRO-EMPLOYEE
           end-if
           exit.

      **********************************************************
      * Walk the employee's pay history.  A regular period up to *
      * the latest one paid is looked at again when some change  *
      * took effect by the end of it and was keyed on or after   *
      * the day it was paid -- a period paid after the change    *
      * was keyed already had the new salary, and the recompute  *
      * proves it by coming out with no difference.              *
      **********************************************************
       3000-RETRO-EMPLOYEE.

           move 0   to WS-RP-COUNT
           move 0   to WS-EMP-GROSS-DIFF
           move 0   to WS-EMP-TAX-DIFF
           move 'N' to WS-HIST-EOF-IND
           move spaces to WS-EMP-DEPT
           move spaces to WS-EMP-NAME

           move WS-CUR-EMPL-NO to HS-EMPLOYEE-NO
           move low-values     to HS-PERIOD

           start HIST-FILE key not less than HS-KEY
               invalid key move 'Y' to WS-HIST-EOF-IND
           end-start

           perform 3050-READ-HISTORY until WS-HIST-EOF

           if WS-RP-COUNT > 0
              perform 3500-REPORT-EMPLOYEE
              if WS-EMP-GROSS-DIFF not = 0
                 perform 3600-WRITE-ADJUSTMENT
              end-if
              perform 3700-MARK-HISTORY
           end-if
           exit.

       3050-READ-HISTORY.

           read HIST-FILE next record
               at end move 'Y' to WS-HIST-EOF-IND
           end-read

           if not WS-HIST-EOF
              if HS-EMPLOYEE-NO not = WS-CUR-EMPL-NO
                 move 'Y' to WS-HIST-EOF-IND
              else
                 if not HS-OFF-CYCLE-RUN and
                    HS-PERIOD not > WS-LATEST-PERIOD
                    perform 3100-CHECK-PERIOD
                 end-if
              end-if
           end-if
           exit.

       3100-CHECK-PERIOD.

           move 'N' to WS-EXAMINE-IND
           perform varying WS-CHG-SUB from 1 by 1
              until WS-CHG-SUB > WS-CHG-COUNT
              if WS-CG-EFF-DATE(WS-CHG-SUB) not > HS-PERIOD-END and
                 WS-CG-KEY-DATE(WS-CHG-SUB) not < HS-RUN-DATE
                 move 'Y' to WS-EXAMINE-IND
                 move 'Y' to WS-CG-USED-IND(WS-CHG-SUB)
              end-if
           end-perform

           if WS-EXAMINE
              perform 3200-RECOMPUTE-PERIOD
           end-if
           exit.

      **********************************************************
      * Recompute one period at the salary in force at its end,  *
      * the same way the pay run computed it: the annual salary  *
      * over the periods per year, pro-rated by worked days for  *
      * a FINAL PAY, less the unpaid leave at the working-day    *
      * rate; then the withholding on the corrected gross at the *
      * band the salary falls in on the date the period was      *
      * paid.  An hourly period is the pay for its hours scaled  *
      * from the rate paid to the hourly rate the new salary     *
      * stands for.  Only a period that comes out different is   *
      * kept.                                                    *
      **********************************************************
       3200-RECOMPUTE-PERIOD.

           move spaces to WS-SKIP-REASON

           if HS-PERIODS-PER-YEAR numeric and
              HS-PERIODS-PER-YEAR > 0
              move HS-PERIODS-PER-YEAR to WS-PPY-USE
           else
              move WS-PARM-PPY         to WS-PPY-USE
           end-if

           if WS-PPY-USE = 0
              move 'NO PERIODS/YEAR' to WS-SKIP-REASON
           end-if

           move HS-DEPARTMENT to WS-EMP-DEPT
           move HS-NAME       to WS-EMP-NAME

           perform 3250-SALARY-AT-END

           if WS-SKIP-REASON = spaces and HS-HOURLY-PAY
              if HS-HOURLY-RATE not numeric or
                 HS-HOURLY-RATE not > 0
                 move 'NO HOURLY RATE' to WS-SKIP-REASON
              end-if
           end-if

           if WS-SKIP-REASON = spaces
              if HS-HOURLY-PAY
                 compute WS-NEW-BASE rounded =
                     HS-BASE-GROSS * WS-SAL-USE /
                     (HS-HOURLY-RATE * WS-STD-YEAR-HOURS)
              else
                 compute WS-NEW-BASE rounded =
                     WS-SAL-USE / WS-PPY-USE
                 if HS-FINAL-PAY
                    perform 3300-PRORATE-FINAL
                 end-if
              end-if
           end-if

           if WS-SKIP-REASON = spaces
              if HS-HOURLY-PAY
                 compute WS-TAX-BASIS = WS-NEW-BASE * WS-PPY-USE
              else
                 move WS-SAL-USE to WS-TAX-BASIS
              end-if
              if HS-UNPAID-DAYS numeric and HS-UNPAID-DAYS > 0
                 and not HS-HOURLY-PAY
                 compute WS-UNPAID-RED rounded =
                     WS-SAL-USE * HS-UNPAID-DAYS / WS-WORK-DAYS-YEAR
                 if WS-UNPAID-RED > WS-NEW-BASE
                    move WS-NEW-BASE to WS-UNPAID-RED
                 end-if
                 subtract WS-UNPAID-RED from WS-NEW-BASE
              end-if

              compute WS-OLD-BASE  = HS-BASE-GROSS + HS-RETRO-GROSS
              compute WS-GROSS-DIFF = WS-NEW-BASE - WS-OLD-BASE
              compute WS-OLD-GROSS = HS-GROSS + HS-RETRO-GROSS
              compute WS-NEW-GROSS = WS-OLD-GROSS + WS-GROSS-DIFF
              compute WS-OLD-TAX   = HS-TAX + HS-RETRO-TAX

              perform 3400-FIND-TAX-RATE
              compute WS-NEW-TAX rounded =
                  WS-NEW-GROSS * WS-TX-RATE-USE / 100

              if WS-GROSS-DIFF not = 0 or WS-NEW-TAX not = WS-OLD-TAX
                 perform 3450-KEEP-PERIOD
              end-if
           else
              add 1 to WS-SKIPPED-COUNT
              move 0           to WS-GROSS-DIFF
              compute WS-OLD-GROSS = HS-GROSS + HS-RETRO-GROSS
              move WS-OLD-GROSS to WS-NEW-GROSS
              compute WS-OLD-TAX   = HS-TAX + HS-RETRO-TAX
              move WS-OLD-TAX   to WS-NEW-TAX
              perform 3450-KEEP-PERIOD
           end-if
           exit.

      * the salary in force at the period end: the new salary of
      * the change with the latest effective date not after it,
      * a later-keyed change winning a tie

       3250-SALARY-AT-END.

           move spaces to WS-SAL-EFF-BEST
           move 0      to WS-SAL-USE
           perform varying WS-CHG-SUB from 1 by 1
              until WS-CHG-SUB > WS-CHG-COUNT
              if WS-CG-EFF-DATE(WS-CHG-SUB) not > HS-PERIOD-END and
                 (WS-SAL-EFF-BEST = spaces or
                  WS-CG-EFF-DATE(WS-CHG-SUB) not < WS-SAL-EFF-BEST)
                 move WS-CG-EFF-DATE(WS-CHG-SUB)   to WS-SAL-EFF-BEST
                 move WS-CG-NEW-SALARY(WS-CHG-SUB) to WS-SAL-USE
              end-if
           end-perform
           exit.

      * a FINAL PAY was pro-rated from the period start through
      * the termination date, which only the payroll record holds

       3300-PRORATE-FINAL.

           move HS-DEPARTMENT  to PR-DEPARTMENT
           move HS-EMPLOYEE-NO to PR-EMPLOYEE-NO

           read PAYROLL-FILE
               invalid key move 'NO PAYROLL RECORD' to WS-SKIP-REASON
           end-read

           if WS-SKIP-REASON = spaces
              if PR-TERM-DATE not numeric or
                 HS-PERIOD-START not numeric or
                 HS-PERIOD-END not numeric
                 move 'NO TERM DATE' to WS-SKIP-REASON
              end-if
           end-if

           if WS-SKIP-REASON = spaces
              move HS-PERIOD-START to WS-DTD-DATE
              perform 3800-DATE-TO-DAYS
              move WS-DTD-DAYS     to WS-START-DAYS

              move HS-PERIOD-END   to WS-DTD-DATE
              perform 3800-DATE-TO-DAYS
              move WS-DTD-DAYS     to WS-END-DAYS

              move PR-TERM-DATE    to WS-DTD-DATE
              perform 3800-DATE-TO-DAYS
              move WS-DTD-DAYS     to WS-TERM-DAYS

              compute WS-PERIOD-DAYS =
                  WS-END-DAYS - WS-START-DAYS + 1
              compute WS-WORKED-DAYS =
                  WS-TERM-DAYS - WS-START-DAYS + 1

              if WS-WORKED-DAYS < 1 or
                 WS-WORKED-DAYS > WS-PERIOD-DAYS
                 move 'TERM NOT IN PERD' to WS-SKIP-REASON
              else
                 compute WS-NEW-BASE rounded =
                     WS-NEW-BASE * WS-WORKED-DAYS / WS-PERIOD-DAYS
              end-if
           end-if
           exit.

      * the band set in force on the date the period was paid is
      * the one with the latest effective date not after it; the
      * salary's band (for an hourly period, the corrected pay
      * over a year) is the first whose top it does not pass,
      * the set's last band catching everything above

       3400-FIND-TAX-RATE.

           move spaces to WS-TX-USE-DATE
           perform varying WS-TX-SUB from 1 by 1
              until WS-TX-SUB > WS-TX-COUNT
              if WS-TX-EFF-DATE(WS-TX-SUB) not > HS-RUN-DATE
                 move WS-TX-EFF-DATE(WS-TX-SUB) to WS-TX-USE-DATE
              end-if
           end-perform

           move HS-TAX-RATE to WS-TX-RATE-USE
           move 'N' to WS-TX-FOUND-IND
           perform varying WS-TX-SUB from 1 by 1
              until WS-TX-SUB > WS-TX-COUNT or WS-TX-FOUND
              if WS-TX-EFF-DATE(WS-TX-SUB) = WS-TX-USE-DATE
                 move WS-TX-RATE(WS-TX-SUB) to WS-TX-RATE-USE
                 if WS-TAX-BASIS not > WS-TX-ANNUAL-MAX(WS-TX-SUB)
                    move 'Y' to WS-TX-FOUND-IND
                 end-if
              end-if
           end-perform
           exit.

       3450-KEEP-PERIOD.

           if WS-RP-COUNT < WS-RP-MAX
              add 1 to WS-RP-COUNT
              move HS-PERIOD        to WS-RP-PERIOD(WS-RP-COUNT)
              move HS-DEPARTMENT    to WS-RP-DEPT(WS-RP-COUNT)
              move HS-FINAL-PAY-IND to WS-RP-FINAL-IND(WS-RP-COUNT)
              move WS-SAL-USE       to WS-RP-SALARY(WS-RP-COUNT)
              move WS-OLD-GROSS     to WS-RP-OLD-GROSS(WS-RP-COUNT)
              move WS-NEW-GROSS     to WS-RP-NEW-GROSS(WS-RP-COUNT)
              move WS-GROSS-DIFF    to
                   WS-RP-GROSS-DIFF(WS-RP-COUNT)
              move WS-OLD-TAX       to WS-RP-OLD-TAX(WS-RP-COUNT)
              move WS-NEW-TAX       to WS-RP-NEW-TAX(WS-RP-COUNT)
              compute WS-RP-TAX-DIFF(WS-RP-COUNT) =
                  WS-NEW-TAX - WS-OLD-TAX
              move WS-SKIP-REASON   to WS-RP-NOTE(WS-RP-COUNT)
              if WS-SKIP-REASON = spaces
                 add WS-GROSS-DIFF to WS-EMP-GROSS-DIFF
                 compute WS-EMP-TAX-DIFF =
                     WS-EMP-TAX-DIFF + WS-NEW-TAX - WS-OLD-TAX
              end-if
           else
              display 'PAYRETRO: TOO MANY PERIODS TO RECOMPUTE FOR '
                      'EMPLOYEE ' WS-CUR-EMPL-NO ' - RUN STOPPED'
              stop run
           end-if
           exit.

      **********************************************************
      * The employee's register block: the changes that reached  *
      * back into a paid period, each period recomputed, and the *
      * arrears.  A terminated employee is only paid again by an *
      * off-cycle run naming the employee, so the register says  *
      * so.                                                      *
      **********************************************************
       3500-REPORT-EMPLOYEE.

           add 1 to WS-RETRO-EMPL-COUNT

           move 'N' to WS-EMP-TERM-IND
           move WS-EMP-DEPT    to PR-DEPARTMENT
           move WS-CUR-EMPL-NO to PR-EMPLOYEE-NO
           read PAYROLL-FILE
               invalid key continue
               not invalid key
                   if PR-TERMINATED
                      move 'Y' to WS-EMP-TERM-IND
                   end-if
           end-read

           if WS-LINE-CNT + WS-CHG-COUNT + WS-RP-COUNT + 4 >
              WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move WS-EMP-DEPT    to EL-DEPT
           move WS-CUR-EMPL-NO to EL-EMPL-NO
           move WS-EMP-NAME    to EL-NAME
           write REPORT-LINE from EMPL-LINE
           add 1 to WS-LINE-CNT

           perform varying WS-CHG-SUB from 1 by 1
              until WS-CHG-SUB > WS-CHG-COUNT
              if WS-CG-USED-IND(WS-CHG-SUB) = 'Y'
                 move WS-CG-ACTION(WS-CHG-SUB)     to CGL-ACTION
                 move WS-CG-EFF-DATE(WS-CHG-SUB)   to CGL-EFF-DATE
                 move WS-CG-KEY-DATE(WS-CHG-SUB)   to CGL-KEY-DATE
                 move WS-CG-OLD-SALARY(WS-CHG-SUB) to CGL-OLD-SALARY
                 move WS-CG-NEW-SALARY(WS-CHG-SUB) to CGL-NEW-SALARY
                 write REPORT-LINE from CHANGE-LINE
                 add 1 to WS-LINE-CNT
              end-if
           end-perform

           perform varying WS-RP-SUB from 1 by 1
              until WS-RP-SUB > WS-RP-COUNT
              move WS-RP-PERIOD(WS-RP-SUB)     to PL-PERIOD
              if WS-RP-FINAL-IND(WS-RP-SUB) = 'Y'
                 move 'FINAL' to PL-FINAL
              else
                 move spaces  to PL-FINAL
              end-if
              move WS-RP-NOTE(WS-RP-SUB)       to PL-NOTE
              move WS-RP-SALARY(WS-RP-SUB)     to PL-SALARY
              move WS-RP-OLD-GROSS(WS-RP-SUB)  to PL-OLD-GROSS
              move WS-RP-NEW-GROSS(WS-RP-SUB)  to PL-NEW-GROSS
              move WS-RP-GROSS-DIFF(WS-RP-SUB) to PL-GROSS-DIFF
              move WS-RP-OLD-TAX(WS-RP-SUB)    to PL-OLD-TAX
              move WS-RP-NEW-TAX(WS-RP-SUB)    to PL-NEW-TAX
              move WS-RP-TAX-DIFF(WS-RP-SUB)   to PL-TAX-DIFF
              write REPORT-LINE from PERIOD-LINE
              add 1 to WS-LINE-CNT
           end-perform

           move WS-EMP-GROSS-DIFF to ETL-GROSS-DIFF
           move WS-EMP-TAX-DIFF   to ETL-TAX-DIFF
           move spaces            to ETL-NOTE
           write REPORT-LINE from EMPL-TOTAL-LINE
           add 1 to WS-LINE-CNT

           if WS-EMP-TERM-IND = 'Y' and WS-EMP-GROSS-DIFF not = 0
              add 1 to WS-TERM-COUNT
              write REPORT-LINE from TERM-LINE
              add 1 to WS-LINE-CNT
           end-if

           move spaces to REPORT-LINE
           write REPORT-LINE
           add 1 to WS-LINE-CNT

           add WS-EMP-GROSS-DIFF to WS-GROSS-DIFF-TOTAL
           add WS-EMP-TAX-DIFF   to WS-TAX-DIFF-TOTAL
           exit.

      **********************************************************
      * The arrears go to PAYADJ as one pending taxable RETR     *
      * entry for the arrears pay period, under the employee's   *
      * next free sequence number.  The pay run adds it to the   *
      * gross and withholds on it with the rest of that pay.     *
      * Nothing has been marked on PAYHIST yet, so a failure     *
      * here stops the run with the employee still to do.        *
      **********************************************************
       3600-WRITE-ADJUSTMENT.

           perform 3650-NEXT-SEQ

           if WS-ADJ-NEXT-SEQ = 999
              display 'PAYRETRO: NO ADJUSTMENT SEQUENCE LEFT FOR '
                      'EMPLOYEE ' WS-CUR-EMPL-NO ' - RUN STOPPED'
              stop run
           end-if

           move WS-CUR-EMPL-NO    to ADJ-EMPLOYEE-NO
           compute ADJ-SEQ = WS-ADJ-NEXT-SEQ + 1
           move 'RETR'            to ADJ-CODE
           move WS-EMP-GROSS-DIFF to ADJ-AMOUNT
           move 'Y'               to ADJ-TAXABLE-IND
           move WS-PAY-PERIOD     to ADJ-PERIOD
           move 'P'               to ADJ-STATUS
           move spaces            to ADJ-PAID-PERIOD
           move spaces            to ADJ-PAID-DATE
           move 'PAYRETRO'        to ADJ-ENTERED-BY
           move WS-RUN-DATE-X     to ADJ-ENTERED-DATE

           write ADJUSTMENT-RECORD
           if WS-ADJUST-STATUS not = '00'
              display 'PAYRETRO: ADJUSTMENT WRITE FAILED FOR '
                      'EMPLOYEE ' WS-CUR-EMPL-NO
                      ' STATUS=' WS-ADJUST-STATUS
              display 'PAYRETRO: *** NOTHING RECORDED FOR THIS '
                      'EMPLOYEE - RERUN AFTER CORRECTING THE '
                      'ADJUSTMENT FILE ***'
              stop run
           end-if

           add 1 to WS-ADJ-WRITTEN-COUNT
           exit.

       3650-NEXT-SEQ.

           move 0   to WS-ADJ-NEXT-SEQ
           move 'N' to WS-ADJ-EOF-IND

           move WS-CUR-EMPL-NO to ADJ-EMPLOYEE-NO
           move zeros          to ADJ-SEQ

           start ADJ-FILE key not less than ADJ-KEY
               invalid key move 'Y' to WS-ADJ-EOF-IND
           end-start

           perform 3675-READ-ADJUSTMENT until WS-ADJ-EOF
           exit.

       3675-READ-ADJUSTMENT.

           read ADJ-FILE next record
               at end move 'Y' to WS-ADJ-EOF-IND
           end-read

           if not WS-ADJ-EOF
              if ADJ-EMPLOYEE-NO not = WS-CUR-EMPL-NO
                 move 'Y' to WS-ADJ-EOF-IND
              else
                 move ADJ-SEQ to WS-ADJ-NEXT-SEQ
              end-if
           end-if
           exit.

      **********************************************************
      * Record the arrears against each period recomputed, so a  *
      * rerun of this job finds the periods already made good.   *
      * The adjustment is already on file: a failure here is     *
      * reported for the period to be put right by hand before   *
      * any rerun, which would otherwise raise it a second time. *
      **********************************************************
       3700-MARK-HISTORY.

           perform varying WS-RP-SUB from 1 by 1
              until WS-RP-SUB > WS-RP-COUNT
              if WS-RP-NOTE(WS-RP-SUB) = spaces
                 perform 3750-MARK-ONE-PERIOD
              end-if
           end-perform
           exit.

       3750-MARK-ONE-PERIOD.

           move WS-CUR-EMPL-NO          to HS-EMPLOYEE-NO
           move WS-RP-PERIOD(WS-RP-SUB) to HS-PERIOD

           read HIST-FILE
               invalid key
                   display 'PAYRETRO: PAY HISTORY RECORD GONE FOR '
                           'EMPLOYEE ' WS-CUR-EMPL-NO ' PERIOD '
                           WS-RP-PERIOD(WS-RP-SUB)
           end-read

           if WS-HIST-STATUS = '00'
              add WS-RP-GROSS-DIFF(WS-RP-SUB) to HS-RETRO-GROSS
              add WS-RP-TAX-DIFF(WS-RP-SUB)   to HS-RETRO-TAX
              move WS-RUN-DATE-X              to HS-RETRO-DATE
              rewrite PAY-HISTORY-RECORD
           end-if

           if WS-HIST-STATUS not = '00'
              display 'PAYRETRO: *** ARREARS RAISED FOR EMPLOYEE '
                      WS-CUR-EMPL-NO ' PERIOD '
                      WS-RP-PERIOD(WS-RP-SUB)
                      ' BUT NOT RECORDED ON PAYHIST, STATUS='
                      WS-HIST-STATUS
                      ' - CORRECT BY HAND BEFORE ANY RERUN ***'
           else
              add 1 to WS-RETRO-PERIOD-COUNT
           end-if
           exit.

      **********************************************************
      * Serial day count for a yyyymmdd date -- same arithmetic  *
      * as PAYCYCLE, so a final pay pro-rates to the same days.  *
      **********************************************************
       3800-DATE-TO-DAYS.

           compute WS-DTD-PRIOR = WS-DTD-YYYY - 1
           divide WS-DTD-PRIOR by 4 giving WS-DTD-Q4
           divide WS-DTD-PRIOR by 100 giving WS-DTD-Q100
           divide WS-DTD-PRIOR by 400 giving WS-DTD-Q400

           compute WS-DTD-DAYS =
               (WS-DTD-PRIOR * 365)
               + WS-DTD-Q4 - WS-DTD-Q100 + WS-DTD-Q400
               + WS-DTD-DD

           perform varying WS-DTD-MSUB from 1 by 1
              until WS-DTD-MSUB not < WS-DTD-MM
              add WS-DTD-MONTH-LEN(WS-DTD-MSUB) to WS-DTD-DAYS
           end-perform

           if WS-DTD-MM > 2
              divide WS-DTD-YYYY by 4 giving WS-DTD-JUNK
                  remainder WS-DTD-REM4
              divide WS-DTD-YYYY by 100 giving WS-DTD-JUNK
                  remainder WS-DTD-REM100
              divide WS-DTD-YYYY by 400 giving WS-DTD-JUNK
                  remainder WS-DTD-REM400
              if WS-DTD-REM4 = 0 and
                 (WS-DTD-REM100 not = 0 or WS-DTD-REM400 = 0)
                 add 1 to WS-DTD-DAYS
              end-if
           end-if
           exit.

      **********************************************************
      * Unpack the CICS ABSTIME audit stamp back into the        *
      * calendar date the change was keyed -- same arithmetic as *
      * PAYGRECN.                                                *
      **********************************************************
       3900-STAMP-TO-DATE.

           move AUD-TIME-STAMP to WS-ABS-X

           divide WS-ABSTIME by 86400000 giving WS-TOT-DAYS
               remainder WS-MS-REM

           move 1900 to WS-STAMP-YYYY
           move WS-TOT-DAYS to WS-DAYS-LEFT
           perform 3930-SET-YEAR-LEN
           perform 3920-YEAR-STEP
               until WS-DAYS-LEFT < WS-YEAR-LEN

           move 1 to WS-STAMP-MM
           perform 3940-MONTH-STEP
               until WS-DAYS-LEFT < WS-MONTH-LEN(WS-STAMP-MM)
           compute WS-STAMP-DD = WS-DAYS-LEFT + 1
           exit.

       3920-YEAR-STEP.

           subtract WS-YEAR-LEN from WS-DAYS-LEFT
           add 1 to WS-STAMP-YYYY
           perform 3930-SET-YEAR-LEN
           exit.

       3930-SET-YEAR-LEN.

           divide WS-STAMP-YYYY by 4 giving WS-DIV-JUNK
               remainder WS-REM4
           divide WS-STAMP-YYYY by 100 giving WS-DIV-JUNK
               remainder WS-REM100
           divide WS-STAMP-YYYY by 400 giving WS-DIV-JUNK
               remainder WS-REM400

           if WS-REM4 = 0 and
              (WS-REM100 not = 0 or WS-REM400 = 0)
              move 366 to WS-YEAR-LEN
              move 29  to WS-MONTH-LEN(2)
           else
              move 365 to WS-YEAR-LEN
              move 28  to WS-MONTH-LEN(2)
           end-if
           exit.

       3940-MONTH-STEP.

           subtract WS-MONTH-LEN(WS-STAMP-MM) from WS-DAYS-LEFT
           add 1 to WS-STAMP-MM
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

           move WS-LATEST-PERIOD to HDG3-LATEST
           move WS-PAY-PERIOD    to HDG3-PAY-PERIOD

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG3 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG4 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 8 to WS-LINE-CNT
           exit.

       8000-FINAL-TOTALS.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'AUDIT RECORDS READ:'          to CL-LABEL
           move WS-AUDIT-READ-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'DATED SALARY CHANGES:'        to CL-LABEL
           move WS-CHANGE-COUNT                to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'EMPLOYEES WITH ARREARS:'      to CL-LABEL
           move WS-RETRO-EMPL-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PERIODS RECOMPUTED:'          to CL-LABEL
           move WS-RETRO-PERIOD-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PERIODS NOT RECOMPUTED:'      to CL-LABEL
           move WS-SKIPPED-COUNT               to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'RETR ADJUSTMENTS WRITTEN:'    to CL-LABEL
           move WS-ADJ-WRITTEN-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'TERMINATED - PAY OFF-CYCLE:'  to CL-LABEL
           move WS-TERM-COUNT                  to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'TOTAL GROSS ARREARS:'         to TTL-LABEL
           move WS-GROSS-DIFF-TOTAL            to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'TOTAL TAX AT PERIOD RATES:'   to TTL-LABEL
           move WS-TAX-DIFF-TOTAL              to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           exit.

       9000-TERMINATE.

           close PAYAUDT-FILE
           close HIST-FILE
           close PAYROLL-FILE
           close ADJ-FILE
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

           move 'PAYRETRO'           to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYRETRO: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-SKIPPED-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'AUDIT READ'           to RL-COUNT-LABEL(1)
           move WS-AUDIT-READ-COUNT    to RL-COUNT(1)
           move 'CHANGES'              to RL-COUNT-LABEL(2)
           move WS-CHANGE-COUNT        to RL-COUNT(2)
           move 'EMPLOYEES'            to RL-COUNT-LABEL(3)
           move WS-RETRO-EMPL-COUNT    to RL-COUNT(3)
           move 'ADJUSTMENTS'          to RL-COUNT-LABEL(4)
           move WS-ADJ-WRITTEN-COUNT   to RL-COUNT(4)
           move 'GROSS ARREAR'         to RL-TOTAL-LABEL
           move WS-GROSS-DIFF-TOTAL    to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9850-LOG-REFUSED.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'              to RL-EVENT
           move 'R'              to RL-COMPLETION
           move WS-RUNLOG-PARMS  to RL-PARMS
           move WS-RUNLOG-REASON to RL-MESSAGE
           perform 9780-WRITE-LOG-ENTRY

           display 'PAYRETRO: ' WS-RUNLOG-REASON
           display 'PAYRETRO: RUN REFUSED'
           exit.
