                   Terminated employees are listed with a TERM
                   marker and subtotalled separately, so the
                   department and grand totals cover active
                   employees only.  Each run is recorded on the
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

       01  WS-PAYROLL-STATUS          pic xx.
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
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input PAYROLL-FILE
           if WS-PAYROLL-STATUS not = '00'
              display 'PAYDREG: UNABLE TO OPEN PAYROLL, STATUS='
           close PAYROLL-FILE
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

           move 'PAYDREG'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYDREG: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'EMPLOYEES'            to RL-COUNT-LABEL(1)
           move WS-GRAND-COUNT         to RL-COUNT(1)
           move 'TERMINATED'           to RL-COUNT-LABEL(2)
           move WS-GRAND-TCOUNT        to RL-COUNT(2)
           move 'SALARY'               to RL-TOTAL-LABEL
           move WS-GRAND-TOTAL         to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.
