                   employee, the date and time of the change, the
                   AUD-ACTION and the AUD-USERID, followed by one
                   line per field whose value actually differs
                   between AUD-OLD-PAYROLL and AUD-NEW-PAYROLL,
                   with the date a salary change takes effect
                   printed under the salary line.  A change that
                   was held for a second operator's approval shows
                   the approving operator after the one who keyed
                   it.  A
                   DLET record prints a single deleted line instead
                   of field compares.  Each run is recorded on the
                   PAYRUNLG run-control log.  Run as a stand-alone
                   batch job, independent of the DATABUS/DATAPGM
                   online transaction.

       Environment Division.

               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
       FD  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-AUDIT-STATUS            pic xx.
       01  WS-REPORT-STATUS           pic xx.
       01  WS-RUNLOG-STATUS           pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE       pic 9(8).
       01  WS-RUNLOG-START-TIME       pic 9(8).
       01  WS-RUNLOG-PARMS            pic x(80)   value spaces.

       01  WS-FLAGS.
           05  WS-EOF-IND             pic x               value 'N'.
       01  WS-CMP-OLD                 pic x(30).
       01  WS-CMP-NEW                 pic x(30).
       01  WS-CMP-SALARY              pic z,zzz,zz9.99-.
       01  WS-CMP-RATE                pic zz9.99-.

       01  HDG1.
           05  filler                 pic x(18) value 'PAYAHIST'.
           05  CHL-ACTION             pic x(4).
           05  filler                 pic x(2)  value spaces.
           05  CHL-USERID             pic x(8).
           05  filler                 pic x(2)  value spaces.
           05  CHL-APPR-LABEL         pic x(13).
           05  CHL-APPROVER           pic x(8).

       01  DIFF-LINE.
           05  filler                 pic x(4)  value spaces.
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input PAYAUDT-FILE
           if WS-AUDIT-STATUS not = '00'
              display 'PAYAHIST: UNABLE TO OPEN PAYAUDT, STATUS='

           move AUD-ACTION to CHL-ACTION
           move AUD-USERID to CHL-USERID
           if AUD-APPROVER-USERID = spaces or
              AUD-APPROVER-USERID = low-values
              move spaces             to CHL-APPR-LABEL
              move spaces             to CHL-APPROVER
           else
              move 'APPROVED BY:'     to CHL-APPR-LABEL
              move AUD-APPROVER-USERID to CHL-APPROVER
           end-if

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           move WS-CMP-SALARY       to WS-CMP-NEW
           if AUD-OLD-SALARY not = AUD-NEW-SALARY
              perform 3300-WRITE-DIFF
              if AUD-EFFECTIVE-DATE not = spaces
                 move 'EFFECTIVE'        to WS-CMP-FIELD
                 move spaces             to WS-CMP-OLD
                 move AUD-EFFECTIVE-DATE to WS-CMP-NEW
                 perform 3300-WRITE-DIFF
              end-if
           end-if

           move 'START DATE'        to WS-CMP-FIELD
           move AUD-NEW-TERM-DATE   to WS-CMP-NEW
           perform 3200-COMPARE-FIELD

           move 'PAY TYPE'          to WS-CMP-FIELD
           move AUD-OLD-PAY-TYPE    to WS-CMP-OLD
           move AUD-NEW-PAY-TYPE    to WS-CMP-NEW
           perform 3200-COMPARE-FIELD

      * a record written before the hourly rate existed carries no
      * valid packed rate, and shows as blank rather than as zero

           move 'HOURLY RATE'       to WS-CMP-FIELD
           move spaces              to WS-CMP-OLD
                                       WS-CMP-NEW
           if AUD-OLD-HOURLY-RATE numeric
              move AUD-OLD-HOURLY-RATE to WS-CMP-RATE
              move WS-CMP-RATE         to WS-CMP-OLD
           end-if
           if AUD-NEW-HOURLY-RATE numeric
              move AUD-NEW-HOURLY-RATE to WS-CMP-RATE
              move WS-CMP-RATE         to WS-CMP-NEW
           end-if
           perform 3200-COMPARE-FIELD

           perform varying WS-DEP-SUB from 1 by 1
              until WS-DEP-SUB > 5
              perform 3400-COMPARE-DEPENDENT
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

           move 'PAYAHIST'           to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYAHIST: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'CHANGES'              to RL-COUNT-LABEL(1)
           move WS-REC-COUNT           to RL-COUNT(1)
           perform 9780-WRITE-LOG-ENTRY
           exit.
