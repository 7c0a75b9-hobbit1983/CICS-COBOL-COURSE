                   AUD-ACTION type.  AUD-TIME-STAMP is the packed
                   CICS ABSTIME (milliseconds since 1900-01-01), so
                   the retention cutoff is built as a packed
                   abstime and compared directly.  Each run is
                   recorded on the PAYRUNLG run-control log.  Run
                   as a stand-alone batch job, independent of the
                   DATABUS/DATAPGM online transaction, with the
                   online files closed or quiesced.

               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
           COPY PAYAUDIT.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                 pic x(739).

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-AUDIT-STATUS                pic xx.
       01  WS-ARCHIVE-STATUS              pic xx.
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
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           move PARM-RETENTION-DAYS to WS-RETENTION-DAYS

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           if WS-RETENTION-DAYS = 0
              display 'PAYAPURG: RETENTION DAYS MISSING FROM PARM'
              stop run
           close ARCHIVE-FILE
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

           move 'PAYAPURG'           to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYAPURG: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'EXAMINED'             to RL-COUNT-LABEL(1)
           move WS-EXAMINED-TOTAL      to RL-COUNT(1)
           move 'ARCHIVED'             to RL-COUNT-LABEL(2)
           move WS-ARCHIVED-TOTAL      to RL-COUNT(2)
           move 'PURGED'               to RL-COUNT-LABEL(3)
           move WS-PURGED-TOTAL        to RL-COUNT(3)
           move 'RETAINED'             to RL-COUNT-LABEL(4)
           move WS-RETAINED-TOTAL      to RL-COUNT(4)
           perform 9780-WRITE-LOG-ENTRY
           exit.
