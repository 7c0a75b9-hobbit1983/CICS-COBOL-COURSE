                   PST-RUN-DATE is stamped when PAYGLPST runs and
                   a posting job started after midnight lands on
                   the day after the changes it posts; a zero
                   posting date defaults to the audit day.  The
                   run is recorded on the PAYRUNLG run-control log,
                   and is refused unless that log shows a PAYGLPST
                   run completed on the posting run date.  Run
                   as a stand-alone batch job after PAYGLPST,
                   independent of the DATABUS/DATAPGM online
                   transaction.
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-AUDIT-STATUS                pic xx.
       01  WS-POSTING-STATUS              pic xx.
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
       01  WS-RUNLOG-EOF-IND              pic x       value 'N'.
           88  WS-RUNLOG-EOF                          value 'Y'.
       01  WS-GLPST-STATE                 pic x       value space.
       01  WS-GLPST-DONE-IND              pic x       value 'N'.
           88  WS-GLPST-DONE                          value 'Y'.

       01  WS-FLAGS.
           05  WS-EOF-IND                 pic x       value 'N'.
           perform 7000-CHECK-ORPHAN-POSTINGS
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           move PARM-DATE         to WS-RECON-DATE
           move PARM-POSTING-DATE to WS-POST-DATE

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           if WS-RECON-DATE not numeric or WS-RECON-DATE = 0
              display 'PAYGRECN: RECONCILIATION DATE MISSING OR '
                      'NOT NUMERIC IN PARM'
              move WS-RECON-DATE to WS-POST-DATE
           end-if

           perform 1900-CHECK-PREREQUISITE

           open input PAYAUDT-FILE
           if WS-AUDIT-STATUS not = '00'
              display 'PAYGRECN: UNABLE TO OPEN PAYAUDT, STATUS='
           end-read
           exit.

      **********************************************************
      * PAYGLPST must have run first.  Read the run-control log  *
      * from the start: a PAYGLPST run that completed on the     *
      * posting run date must be on it, or every change of the   *
      * day would print as unposted, and the latest PAYGLPST run *
      * must have completed -- one that stopped part way left    *
      * the posting file short.                                  *
      **********************************************************
       1900-CHECK-PREREQUISITE.

           open input RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYGRECN: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if

           perform 1950-READ-RUNLOG until WS-RUNLOG-EOF
           close RUNLOG-FILE

           if not WS-GLPST-DONE
              move 'PAYGLPST NOT COMPLETED ON POSTING DATE'
                                       to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if WS-GLPST-STATE = 'S'
              move 'LAST PAYGLPST RUN DID NOT COMPLETE'
                                       to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if
           exit.

       1950-READ-RUNLOG.

           read RUNLOG-FILE
               at end move 'Y' to WS-RUNLOG-EOF-IND
           end-read

           if not WS-RUNLOG-EOF and RL-PROGRAM = 'PAYGLPST'
              if RL-START-ENTRY
                 move 'S'           to WS-GLPST-STATE
              else
                 move RL-COMPLETION to WS-GLPST-STATE
                 if RL-COMPLETED and RL-START-DATE = WS-POST-DATE
                    move 'Y' to WS-GLPST-DONE-IND
                 end-if
              end-if
           end-if
           exit.

      **********************************************************
      * Load the journal lines of the named posting run.  Lines  *
      * for other run dates pass straight through -- the posting  *
           close POSTING-FILE
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

           move 'PAYGRECN'           to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYGRECN: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-AUDIT-UNPOSTED-COUNT > 0 or WS-PST-ORPHAN-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'AUDIT DAY'            to RL-COUNT-LABEL(1)
           move WS-AUDIT-DAY-COUNT     to RL-COUNT(1)
           move 'MATCHED'              to RL-COUNT-LABEL(2)
           move WS-AUDIT-MATCHED-COUNT to RL-COUNT(2)
           move 'UNPOSTED'             to RL-COUNT-LABEL(3)
           move WS-AUDIT-UNPOSTED-COUNT to RL-COUNT(3)
           move 'ORPHANS'              to RL-COUNT-LABEL(4)
           move WS-PST-ORPHAN-COUNT    to RL-COUNT(4)
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9850-LOG-REFUSED.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'              to RL-EVENT
           move 'R'              to RL-COMPLETION
           move WS-RUNLOG-PARMS  to RL-PARMS
           move WS-RUNLOG-REASON to RL-MESSAGE
           perform 9780-WRITE-LOG-ENTRY

           display 'PAYGRECN: ' WS-RUNLOG-REASON
           display 'PAYGRECN: RUN REFUSED'
           exit.
