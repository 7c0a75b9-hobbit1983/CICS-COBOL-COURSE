                   PR-SALARY -- for one PR-DEPARTMENT if the
                   parameter record names one, otherwise for every
                   active employee on the file (terminated records
                   are passed over) -- for an hourly employee the
                   percentage goes on PR-HOURLY-RATE and the salary
                   is reset to the new rate's annual equivalent --
                   restamps PR-TIME-STAMP
                   and rewrites the record.  Prints one line per
                   employee showing the old and new salary, with
                   run totals.  Keeps a checkpoint of the record
                   being raised so that a rerun after an abend
                   resumes at the first unprocessed record instead
                   of applying the percentage a second time to
                   everyone already done.  Every raise is written
                   to the PAYAUDT audit trail as a RAIS record
                   carrying the effective date from the parameter
                   record (the run date when none is given), so a
                   raise back-dated into periods already paid is
                   picked up by PAYRETRO for the arrears.  The run
                   is recorded on the PAYRUNLG run-control log, and
                   is refused unless the latest PAYRECON run on that
                   log completed in balance.  Run as a stand-alone
                   batch job, independent of the DATABUS/DATAPGM
                   online transaction.

               record key is CTL-KEY
               file status is WS-CTRL-STATUS.

           select PAYAUDT-FILE assign to "PAYAUDT"
               organization is indexed
               access mode is random
               record key is AUD-KEY
               file status is WS-AUDIT-STATUS.

           select REPORT-FILE assign to "PAYRAISE.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
               organization is line sequential
               file status is WS-CHKP-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
       01  PARM-RECORD.
           05  PARM-PERCENT               pic 9(3)v99.
           05  PARM-DEPARTMENT            pic x.
           05  PARM-EFFECTIVE-DATE        pic x(8).
           05  filler                     pic x(66).

       FD  PAYROLL-FILE.
           COPY PAYROLL.
       FD  PAYCTRL-FILE.
           COPY PAYCTRL.

       FD  PAYAUDT-FILE.
           COPY PAYAUDIT.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  CHKP-FILE.
       01  CHKP-RECORD                    pic x(56).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-PAYROLL-STATUS              pic xx.
       01  WS-CTRL-STATUS                 pic xx.
       01  WS-AUDIT-STATUS                pic xx.
       01  WS-REPORT-STATUS               pic xx.
       01  WS-CHKP-STATUS                 pic xx.
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
       01  WS-RUNLOG-EOF-IND              pic x       value 'N'.
           88  WS-RUNLOG-EOF                          value 'Y'.
       01  WS-RECON-STATE                 pic x       value space.

      *----------------------------------------------------------
      *  WS-CHKP-RECORD -- restart checkpoint.  Written (state
      *  the recorded old value -- if it already shows the
      *  recorded new value the rewrite had completed before the
      *  abend.  The run parameters are carried in the checkpoint
      *  so a rerun with a different percent, department or
      *  effective date is refused rather than silently mixed, and
      *  so is the audit stamp of the record's RAIS record (in
      *  display form, the checkpoint being a text file), so the
      *  rerun can write it under the same key if the abend came
      *  between the rewrite and the audit write.
      *----------------------------------------------------------
       01  WS-CHKP-RECORD.
           05  WS-CHKP-STATE              pic x.
           05  WS-CHKP-NEW-SALARY         pic 9(7)v99.
           05  WS-CHKP-PERCENT            pic 9(3)v99.
           05  WS-CHKP-DEPARTMENT         pic x.
           05  WS-CHKP-EFF-DATE           pic x(8).
           05  WS-CHKP-AUD-ABS            pic 9(15).

       01  WS-RESTART-IND                 pic x       value 'N'.
           88  WS-RESTARTING                          value 'Y'.
       01  WS-ALL-DEPTS-IND               pic x       value 'N'.
           88  WS-ALL-DEPTS                           value 'Y'.

       01  WS-RUN-EFF-DATE                pic x(8)    value spaces.
       01  WS-RUN-EFF-DATE-R redefines WS-RUN-EFF-DATE.
           05  WS-EFF-YYYY                pic 9(4).
           05  WS-EFF-MM                  pic 99.
           05  WS-EFF-DD                  pic 99.
       01  WS-DATE-OK-IND                 pic x.
       01  WS-MDAYS                       pic 99.
       01  WS-RUN-DATE-X                  pic x(8).

       01  WS-RUN-DATE                    pic 9(8).
       01  WS-RUN-DATE-R redefines WS-RUN-DATE.
           05  WS-RUN-YYYY                pic 9(4).
       01  WS-NEW-TIME-STAMP redefines WS-STAMP-TIME
                                       pic x(8).

      *----------------------------------------------------------
      *  The RAIS audit record is keyed like every DATABUS audit
      *  record, employee and CICS ABSTIME -- a packed count of
      *  milliseconds since 1900-01-01 00:00 -- so PAYAHIST,
      *  PAYAPURG and PAYGRECN read its stamp like any other.
      *  3800-BUILD-AUDIT-STAMP builds it from the date and time
      *  of day just before the employee is checkpointed.
      *----------------------------------------------------------
       01  WS-AUD-ABS-WORK.
           05  WS-AUD-ABSTIME             pic s9(15) comp-3.
       01  WS-AUD-STAMP redefines WS-AUD-ABS-WORK
                                          pic x(8).

       01  WS-AUD-DATE                    pic 9(8).
       01  WS-AUD-DATE-R redefines WS-AUD-DATE.
           05  WS-AUD-YYYY                pic 9(4).
           05  WS-AUD-MM                  pic 99.
           05  WS-AUD-DD                  pic 99.
       01  WS-AUD-TIME                    pic 9(8).
       01  WS-AUD-TIME-R redefines WS-AUD-TIME.
           05  WS-AUD-HH                  pic 99.
           05  WS-AUD-MN                  pic 99.
           05  WS-AUD-SS                  pic 99.
           05  WS-AUD-HS                  pic 99.

       01  WS-Y1                          pic s9(4)  comp.
       01  WS-L4                          pic s9(4)  comp.
       01  WS-L100                        pic s9(4)  comp.
       01  WS-L400                        pic s9(4)  comp.
       01  WS-LEAPS                       pic s9(4)  comp.
       01  WS-LEAP-REM4                   pic s9(4)  comp.
       01  WS-LEAP-REM100                 pic s9(4)  comp.
       01  WS-LEAP-REM400                 pic s9(4)  comp.
       01  WS-LEAP-JUNK                   pic s9(4)  comp.
       01  WS-DOY                         pic s9(4)  comp.
       01  WS-MM-SUB                      pic s9(4)  comp.
       01  WS-AUD-DAYS                    pic s9(9)  comp.

       01  WS-MONTH-LEN-VALUES            pic x(24) value
           '312831303130313130313031'.
       01  WS-MONTH-LEN-TABLE redefines WS-MONTH-LEN-VALUES.
           05  WS-MONTH-LEN               pic 99 occurs 12 times.

       01  WS-AUDIT-FAIL-COUNT            pic 9(7)    value 0.

       01  WS-PAGE-NO                     pic 9(4)    value 0.
       01  WS-LINE-CNT                    pic 9(4)    value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)    value 55.

      *----------------------------------------------------------
      *  An hourly employee's salary is the annual equivalent of
      *  the hourly rate: the rate times the standard hours in a
      *  year.
      *----------------------------------------------------------
       01  WS-STD-YEAR-HOURS              pic s9(4) comp value 2080.

       01  WS-OLD-SALARY                  pic s9(7)v99.
       01  WS-NEW-SALARY                  pic s9(7)v99.
       01  WS-RAISE-AMT                   pic s9(7)v99.
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(11) value 'DEPT:'.
           05  HDG3-DEPT                  pic x(3).
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(11) value 'EFFECTIVE:'.
           05  HDG3-EFF-DATE              pic x(8).

       01  HDG4.
           05  filler                     pic x(4)  value 'DEPT'.
               'NEW SALARY TOTAL:'.
           05  NTL-TOTAL                  pic z,zzz,zzz.99.

       01  AUDIT-FAIL-LINE.
           05  filler                     pic x(4)  value spaces.
           05  filler                     pic x(18) value
               'AUDIT NOT WRITTEN:'.
           05  AFL-COUNT                  pic zzz,zz9.
           05  filler                     pic x(11) value
               '  EMPLOYEES'.

       01  SKIP-LINE.
           05  filler                     pic x(4)  value spaces.
           05  filler                     pic x(18) value
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           move PARM-PERCENT    to WS-RUN-PERCENT
           move PARM-DEPARTMENT to WS-RUN-DEPARTMENT
           move PARM-EFFECTIVE-DATE to WS-RUN-EFF-DATE

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START
           perform 1900-CHECK-PREREQUISITE

           if WS-RUN-DEPARTMENT = space
              move 'Y' to WS-ALL-DEPTS-IND
           end-if

      * the raise takes effect on the run date unless the parm
      * back-dates it; a raise dated ahead of the run would pay
      * the new salary before it is due, so that is refused, as
      * is a date that is not a real calendar date

           move WS-RUN-DATE to WS-RUN-DATE-X
           if WS-RUN-EFF-DATE = spaces
              move WS-RUN-DATE-X to WS-RUN-EFF-DATE
           end-if

           perform 1200-EDIT-EFF-DATE
           if WS-DATE-OK-IND = 'N'
              move 'EFFECTIVE DATE          NOT A VALID DATE'
                                       to WS-RUNLOG-REASON
              move WS-RUN-EFF-DATE     to WS-RUNLOG-REASON(16:8)
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if WS-RUN-EFF-DATE > WS-RUN-DATE-X
              move 'EFFECTIVE DATE          AFTER THE RUN DATE'
                                       to WS-RUNLOG-REASON
              move WS-RUN-EFF-DATE     to WS-RUNLOG-REASON(16:8)
              perform 9850-LOG-REFUSED
              stop run
           end-if

           perform 1500-CHECK-RESTART

           open i-o PAYROLL-FILE
              stop run
           end-if

           open i-o PAYAUDT-FILE
           if WS-AUDIT-STATUS not = '00'
              display 'PAYRAISE: UNABLE TO OPEN PAYAUDT, STATUS='
                       WS-AUDIT-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYRAISE: UNABLE TO OPEN REPORT, STATUS='
           end-read
           exit.

      **********************************************************
      * Calendar-date edit of the effective date: yyyymmdd, all  *
      * digits, real month and day, leap years honoured -- same  *
      * rules as 3100-EDIT-DATE in PAYHIRE.                      *
      **********************************************************
       1200-EDIT-EFF-DATE.

           move 'Y' to WS-DATE-OK-IND

           if WS-RUN-EFF-DATE not numeric
              move 'N' to WS-DATE-OK-IND
           else
              if WS-EFF-YYYY < 1900 or
                 WS-EFF-MM < 01 or WS-EFF-MM > 12
                 move 'N' to WS-DATE-OK-IND
              else
                 evaluate WS-EFF-MM
                     when 04
                     when 06
                     when 09
                     when 11
                         move 30 to WS-MDAYS
                     when 02
                         perform 1250-EDIT-EFF-FEB
                     when other
                         move 31 to WS-MDAYS
                 end-evaluate

                 if WS-EFF-DD < 01 or WS-EFF-DD > WS-MDAYS
                    move 'N' to WS-DATE-OK-IND
                 end-if
              end-if
           end-if
           exit.

       1250-EDIT-EFF-FEB.

           divide WS-EFF-YYYY by 4 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM4
           divide WS-EFF-YYYY by 100 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM100
           divide WS-EFF-YYYY by 400 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM400

           if WS-LEAP-REM4 = 0 and
              (WS-LEAP-REM100 not = 0 or WS-LEAP-REM400 = 0)
              move 29 to WS-MDAYS
           else
              move 28 to WS-MDAYS
           end-if
           exit.

       2000-PROCESS.

           evaluate true
           evaluate true
               when PR-SALARY = WS-CHKP-NEW-SALARY
                   add 1 to WS-SKIP-COUNT
                   perform 2600-RESUME-AUDIT
               when PR-SALARY = WS-CHKP-OLD-SALARY
                   if (WS-ALL-DEPTS or
                      PR-DEPARTMENT = WS-RUN-DEPARTMENT)
           end-evaluate
           exit.

      **********************************************************
      * The rewrite of the checkpointed record completed, but    *
      * the abend may have come before its RAIS audit record was *
      * written.  Write it now under the checkpointed stamp: a   *
      * duplicate key means the first attempt wrote it, and it   *
      * is left as it is.                                        *
      **********************************************************
       2600-RESUME-AUDIT.

           move PAYROLL-RECORD     to AUD-OLD-PAYROLL
           move WS-CHKP-OLD-SALARY to AUD-OLD-SALARY
           move PAYROLL-RECORD     to AUD-NEW-PAYROLL
           move WS-CHKP-AUD-ABS    to WS-AUD-ABSTIME

           perform 3900-WRITE-AUDIT
           exit.

       3000-APPLY-RAISE.

           move PAYROLL-RECORD to AUD-OLD-PAYROLL
           move PR-SALARY to WS-OLD-SALARY

      * an hourly employee's raise goes on the hourly rate, and the
      * salary follows the rate to its new annual equivalent

           if PR-HOURLY
              compute PR-HOURLY-RATE rounded =
                  PR-HOURLY-RATE +
                  (PR-HOURLY-RATE * WS-RUN-PERCENT / 100)
              compute WS-NEW-SALARY =
                  PR-HOURLY-RATE * WS-STD-YEAR-HOURS
              compute WS-RAISE-AMT = WS-NEW-SALARY - WS-OLD-SALARY
           else
              compute WS-RAISE-AMT rounded =
                  WS-OLD-SALARY * WS-RUN-PERCENT / 100

              compute WS-NEW-SALARY = WS-OLD-SALARY + WS-RAISE-AMT
           end-if

           move WS-NEW-SALARY   to PR-SALARY

           accept WS-STAMP-TIME from time
           move WS-NEW-TIME-STAMP to PR-TIME-STAMP

           move PAYROLL-RECORD to AUD-NEW-PAYROLL
           perform 3800-BUILD-AUDIT-STAMP

           perform 4500-TAKE-CHECKPOINT

           rewrite PAYROLL-RECORD

              move PR-DEPARTMENT to WS-CTL-DEPT-WORK
              perform 4000-CONTROL-UPDATE

              perform 3900-WRITE-AUDIT
           end-if
           exit.

      **********************************************************
      * Build the audit stamp as a packed abstime: days from     *
      * 1900-01-01 to today times the milliseconds in a day,     *
      * plus the time of day to the hundredth of a second (same   *
      * day arithmetic as PAYAPURG).  Date and time are taken     *
      * fresh for every employee so a run that crosses midnight  *
      * still stamps each record with its own day.               *
      **********************************************************
       3800-BUILD-AUDIT-STAMP.

           accept WS-AUD-DATE from date yyyymmdd
           accept WS-AUD-TIME from time

           compute WS-Y1 = WS-AUD-YYYY - 1
           divide WS-Y1 by 4   giving WS-L4
           divide WS-Y1 by 100 giving WS-L100
           divide WS-Y1 by 400 giving WS-L400
           compute WS-LEAPS = WS-L4 - WS-L100 + WS-L400 - 460

           divide WS-AUD-YYYY by 4 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM4
           divide WS-AUD-YYYY by 100 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM100
           divide WS-AUD-YYYY by 400 giving WS-LEAP-JUNK
               remainder WS-LEAP-REM400

           if WS-LEAP-REM4 = 0 and
              (WS-LEAP-REM100 not = 0 or WS-LEAP-REM400 = 0)
              move 29 to WS-MONTH-LEN(2)
           else
              move 28 to WS-MONTH-LEN(2)
           end-if

           move 0 to WS-DOY
           perform varying WS-MM-SUB from 1 by 1
              until WS-MM-SUB not < WS-AUD-MM
              add WS-MONTH-LEN(WS-MM-SUB) to WS-DOY
           end-perform
           add WS-AUD-DD to WS-DOY

           compute WS-AUD-DAYS =
               365 * (WS-AUD-YYYY - 1900) + WS-LEAPS + WS-DOY - 1

           compute WS-AUD-ABSTIME =
               (WS-AUD-DAYS * 86400000)
               + (WS-AUD-HH * 3600000) + (WS-AUD-MN * 60000)
               + (WS-AUD-SS * 1000) + (WS-AUD-HS * 10)
           exit.

      **********************************************************
      * One RAIS record per employee raised, old and new images  *
      * as DATABUS writes them, with the raise's effective date. *
      * The raise itself has already been rewritten, so a failed *
      * audit write is reported and counted, not fatal.          *
      **********************************************************
       3900-WRITE-AUDIT.

           move PR-EMPLOYEE-NO  to AUD-EMPLOYEE-NO
           move WS-AUD-STAMP    to AUD-TIME-STAMP
           move 'RAIS'          to AUD-ACTION
           move 'PAYRAISE'      to AUD-USERID
           move WS-RUN-EFF-DATE to AUD-EFFECTIVE-DATE
           move spaces          to AUD-APPROVER-USERID

           write AUDIT-RECORD
           if WS-AUDIT-STATUS not = '00' and
              WS-AUDIT-STATUS not = '22'
              display 'PAYRAISE: AUDIT WRITE FAILED FOR EMPLOYEE '
                       PR-EMPLOYEE-NO ' STATUS=' WS-AUDIT-STATUS
              add 1 to WS-AUDIT-FAIL-COUNT
           end-if
           exit.

                             'PREVIOUS RUN STATE UNKNOWN - RESTORE '
                             'OR REMOVE IT BEFORE RERUNNING'
                     close CHKP-FILE
                     move 'CHECKPOINT EMPTY - RUN STATE UNKNOWN'
                          to WS-RUNLOG-REASON
                     perform 9850-LOG-REFUSED
                     stop run
              end-read
              close CHKP-FILE

           if WS-CHKP-STATE = 'C'
              if WS-CHKP-PERCENT not = WS-RUN-PERCENT or
                 WS-CHKP-DEPARTMENT not = WS-RUN-DEPARTMENT or
                 WS-CHKP-EFF-DATE not = WS-RUN-EFF-DATE
                 display 'PAYRAISE: CHECKPOINT PARAMETERS DO NOT '
                         'MATCH THIS RUN - RERUN WITH THE ORIGINAL '
                         'PARAMETERS OR REMOVE THE CHECKPOINT'
                 move 'CHECKPOINT PARAMETERS DIFFER FROM RUN'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
              move 'Y' to WS-RESTART-IND
           end-if
           exit.

      **********************************************************
      * PAYRECON must be in balance.  Read the run-control log   *
      * from the start and keep the state of the latest PAYRECON *
      * run: a raise posted on top of PAYROLL/PAYCTRL figures    *
      * that do not tie out would only bury the difference, so  *
      * the run is refused unless the latest reconciliation      *
      * completed with no exceptions.                            *
      **********************************************************
       1900-CHECK-PREREQUISITE.

           open input RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYRAISE: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if

           perform 1950-READ-RUNLOG until WS-RUNLOG-EOF
           close RUNLOG-FILE

           evaluate WS-RECON-STATE
               when 'C'
                   continue
               when space
                   move 'PAYRECON HAS NOT BEEN RUN'
                                       to WS-RUNLOG-REASON
               when 'S'
                   move 'LAST PAYRECON RUN DID NOT COMPLETE'
                                       to WS-RUNLOG-REASON
               when other
                   move 'PAYRECON IS OUT OF BALANCE'
                                       to WS-RUNLOG-REASON
           end-evaluate

           if WS-RECON-STATE not = 'C'
              perform 9850-LOG-REFUSED
              stop run
           end-if
           exit.

       1950-READ-RUNLOG.

           read RUNLOG-FILE
               at end move 'Y' to WS-RUNLOG-EOF-IND
           end-read

           if not WS-RUNLOG-EOF and RL-PROGRAM = 'PAYRECON'
              if RL-START-ENTRY
                 move 'S'           to WS-RECON-STATE
              else
                 move RL-COMPLETION to WS-RECON-STATE
              end-if
           end-if
           exit.

       4500-TAKE-CHECKPOINT.

           move 'C'               to WS-CHKP-STATE
           move WS-NEW-SALARY     to WS-CHKP-NEW-SALARY
           move WS-RUN-PERCENT    to WS-CHKP-PERCENT
           move WS-RUN-DEPARTMENT to WS-CHKP-DEPARTMENT
           move WS-RUN-EFF-DATE   to WS-CHKP-EFF-DATE
           move WS-AUD-ABSTIME    to WS-CHKP-AUD-ABS

           open output CHKP-FILE
           if WS-CHKP-STATUS not = '00'
                          WS-CHKP-NEW-SALARY
           move WS-RUN-PERCENT    to WS-CHKP-PERCENT
           move WS-RUN-DEPARTMENT to WS-CHKP-DEPARTMENT
           move WS-RUN-EFF-DATE   to WS-CHKP-EFF-DATE
           move zeros             to WS-CHKP-AUD-ABS

           open output CHKP-FILE
           if WS-CHKP-STATUS not = '00'
           else
              move WS-RUN-DEPARTMENT to HDG3-DEPT
           end-if
           move WS-RUN-EFF-DATE to HDG3-EFF-DATE

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
              move WS-SKIP-COUNT to SKL-COUNT
              write REPORT-LINE from SKIP-LINE
           end-if

           if WS-AUDIT-FAIL-COUNT > 0
              move WS-AUDIT-FAIL-COUNT to AFL-COUNT
              write REPORT-LINE from AUDIT-FAIL-LINE
           end-if
           exit.

       9000-TERMINATE.

           close PAYROLL-FILE
           close PAYCTRL-FILE
           close PAYAUDT-FILE
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

           move 'PAYRAISE'           to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYRAISE: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-AUDIT-FAIL-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'RAISED'               to RL-COUNT-LABEL(1)
           move WS-EMPL-COUNT          to RL-COUNT(1)
           move 'RESUME SKIP'          to RL-COUNT-LABEL(2)
           move WS-SKIP-COUNT          to RL-COUNT(2)
           move 'AUDIT FAILED'         to RL-COUNT-LABEL(3)
           move WS-AUDIT-FAIL-COUNT    to RL-COUNT(3)
           move 'NEW SALARY'           to RL-TOTAL-LABEL
           move WS-NEW-TOTAL           to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9850-LOG-REFUSED.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'              to RL-EVENT
           move 'R'              to RL-COMPLETION
           move WS-RUNLOG-PARMS  to RL-PARMS
           move WS-RUNLOG-REASON to RL-MESSAGE
           perform 9780-WRITE-LOG-ENTRY

           display 'PAYRAISE: ' WS-RUNLOG-REASON
           display 'PAYRAISE: RUN REFUSED'
           exit.
