                   not above maximum) and rejected lines are
                   reported with the reason.  Prints a control
                   report with per-file add/replace/reject
                   counts.  An optional third input carries the
                   dual-control limits DATABUS holds a salary
                   change for a second operator's approval on --
                   an amount and a percentage of the old salary --
                   and replaces the one PAYLIMT record with them.
                   An optional fourth input carries the deductions-
                   payable GL account for each deduction code, which
                   PAYCYCLE credits the code's deductions to on the
                   pay-run journal; each line adds or replaces the
                   code's PAYDACC record.
                   Each run is recorded on the PAYRUNLG run-control
                   log.  Run as a stand-alone batch job,
                   independent of the DATABUS/DATAPGM online
                   transaction, with the online files closed or
                   quiesced.
               organization is line sequential
               file status is WS-TAXBIN-STATUS.

           select optional LIMT-INPUT-FILE assign to "PAYTBLD.LIMT"
               organization is line sequential
               file status is WS-LIMTIN-STATUS.

           select optional DACC-INPUT-FILE assign to "PAYTBLD.DACC"
               organization is line sequential
               file status is WS-DACCIN-STATUS.

           select optional SALBAND-FILE assign to "PAYSALB"
               organization is indexed
               access mode is random
               record key is TB-KEY
               file status is WS-TAXB-STATUS.

           select optional LIMIT-FILE assign to "PAYLIMT"
               organization is indexed
               access mode is random
               record key is LIM-KEY
               file status is WS-LIMT-STATUS.

           select optional DACC-FILE assign to "PAYDACC"
               organization is indexed
               access mode is random
               record key is DA-KEY
               file status is WS-DACC-STATUS.

           select REPORT-FILE assign to "PAYTBLD.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
           05  TBI-RATE                   pic 9(2)v99.
           05  filler                     pic x(57).

       FD  LIMT-INPUT-FILE.
       01  LIMT-INPUT-RECORD.
           05  LMI-SALARY-AMOUNT          pic 9(7)v99.
           05  LMI-SALARY-PCT             pic 9(3)v99.
           05  filler                     pic x(66).

       FD  DACC-INPUT-FILE.
       01  DACC-INPUT-RECORD.
           05  DAI-CODE                   pic x(4).
           05  DAI-ACCOUNT                pic x(5).
           05  filler                     pic x(71).

       FD  SALBAND-FILE.
           COPY PAYSALB.

       FD  TAXBAND-FILE.
           COPY PAYTAXB.

       FD  LIMIT-FILE.
           COPY PAYLIMT.

       FD  DACC-FILE.
           COPY PAYDACC.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-SALBIN-STATUS               pic xx.
       01  WS-TAXBIN-STATUS               pic xx.
       01  WS-SALB-STATUS                 pic xx.
       01  WS-TAXB-STATUS                 pic xx.
       01  WS-LIMTIN-STATUS               pic xx.
       01  WS-LIMT-STATUS                 pic xx.
       01  WS-DACCIN-STATUS               pic xx.
       01  WS-DACC-STATUS                 pic xx.
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
           05  WS-SALBIN-EOF-IND          pic x       value 'N'.
               88  WS-SALBIN-EOF                      value 'Y'.
           05  WS-TAXBIN-EOF-IND          pic x       value 'N'.
               88  WS-TAXBIN-EOF                      value 'Y'.
           05  WS-LIMTIN-EOF-IND          pic x       value 'N'.
               88  WS-LIMTIN-EOF                      value 'Y'.
           05  WS-DACCIN-EOF-IND          pic x       value 'N'.
               88  WS-DACCIN-EOF                      value 'Y'.
           05  WS-REJECT-IND              pic x.
               88  WS-REJECTED                        value 'Y'.

       01  WS-TAXB-ADD-COUNT              pic 9(7)    value 0.
       01  WS-TAXB-REPL-COUNT             pic 9(7)    value 0.
       01  WS-TAXB-REJ-COUNT              pic 9(7)    value 0.
       01  WS-LIMT-READ-COUNT             pic 9(7)    value 0.
       01  WS-LIMT-LOAD-COUNT             pic 9(7)    value 0.
       01  WS-LIMT-REJ-COUNT              pic 9(7)    value 0.
       01  WS-DACC-READ-COUNT             pic 9(7)    value 0.
       01  WS-DACC-ADD-COUNT              pic 9(7)    value 0.
       01  WS-DACC-REPL-COUNT             pic 9(7)    value 0.
       01  WS-DACC-REJ-COUNT              pic 9(7)    value 0.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYTBLD'.
           perform 1000-INITIALIZE
           perform 2000-LOAD-SALARY-BANDS until WS-SALBIN-EOF
           perform 3000-LOAD-TAX-BANDS until WS-TAXBIN-EOF
           perform 4000-LOAD-LIMITS until WS-LIMTIN-EOF
           perform 4600-LOAD-DEDN-ACCOUNTS until WS-DACCIN-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input SALB-INPUT-FILE
           if WS-SALBIN-STATUS not = '00' and
              WS-SALBIN-STATUS not = '05'
              stop run
           end-if

           open input LIMT-INPUT-FILE
           if WS-LIMTIN-STATUS not = '00' and
              WS-LIMTIN-STATUS not = '05'
              display 'PAYTBLD: UNABLE TO OPEN LIMT INPUT, STATUS='
                       WS-LIMTIN-STATUS
              stop run
           end-if

           open input DACC-INPUT-FILE
           if WS-DACCIN-STATUS not = '00' and
              WS-DACCIN-STATUS not = '05'
              display 'PAYTBLD: UNABLE TO OPEN DACC INPUT, STATUS='
                       WS-DACCIN-STATUS
              stop run
           end-if

           open i-o SALBAND-FILE
           if WS-SALB-STATUS not = '00' and
              WS-SALB-STATUS not = '05'
              stop run
           end-if

           open i-o LIMIT-FILE
           if WS-LIMT-STATUS not = '00' and
              WS-LIMT-STATUS not = '05'
              display 'PAYTBLD: UNABLE TO OPEN PAYLIMT, STATUS='
                       WS-LIMT-STATUS
              stop run
           end-if

           open i-o DACC-FILE
           if WS-DACC-STATUS not = '00' and
              WS-DACC-STATUS not = '05'
              display 'PAYTBLD: UNABLE TO OPEN PAYDACC, STATUS='
                       WS-DACC-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYTBLD: UNABLE TO OPEN REPORT, STATUS='
           read TAXB-INPUT-FILE
               at end move 'Y' to WS-TAXBIN-EOF-IND
           end-read

           read LIMT-INPUT-FILE
               at end move 'Y' to WS-LIMTIN-EOF-IND
           end-read

           read DACC-INPUT-FILE
               at end move 'Y' to WS-DACCIN-EOF-IND
           end-read
           exit.

       2000-LOAD-SALARY-BANDS.
           end-write
           exit.

      **********************************************************
      * Dual-control limits: the file holds the one record, so   *
      * only the first input line is loaded and any later line   *
      * is rejected rather than quietly replacing it.            *
      **********************************************************
       4000-LOAD-LIMITS.

           add 1 to WS-LIMT-READ-COUNT

           move 'N'    to WS-REJECT-IND
           move spaces to WS-REJECT-REASON

           if WS-LIMT-READ-COUNT > 1
              move 'Y' to WS-REJECT-IND
              move 'ONLY ONE LIMITS LINE ALLOWED' to WS-REJECT-REASON
           end-if

           if not WS-REJECTED
              if LMI-SALARY-AMOUNT not numeric or
                 LMI-SALARY-PCT not numeric
                 move 'Y' to WS-REJECT-IND
                 move 'LIMIT FIELDS NOT NUMERIC' to
                      WS-REJECT-REASON
              end-if
           end-if

           move 'LIMT' to DL-FILE
           move 'DUAL' to DL-KEY

           if WS-REJECTED
              add 1 to WS-LIMT-REJ-COUNT
              move 'REJECTED'         to DL-DISP
              move WS-REJECT-REASON   to DL-REASON
              perform 6500-WRITE-DETAIL
           else
              perform 4500-PUT-LIMITS
           end-if

           read LIMT-INPUT-FILE
               at end move 'Y' to WS-LIMTIN-EOF-IND
           end-read
           exit.

       4500-PUT-LIMITS.

           move 'DUAL'            to LIM-KEY
           move LMI-SALARY-AMOUNT to LIM-SALARY-AMOUNT
           move LMI-SALARY-PCT    to LIM-SALARY-PCT
           move WS-RUN-DATE       to LIM-LOADED-DATE

           add 1 to WS-LIMT-LOAD-COUNT
           move spaces to DL-REASON

           write LIMIT-RECORD
               invalid key
                   rewrite LIMIT-RECORD
                   if WS-LIMT-STATUS not = '00'
                      display 'PAYTBLD: PAYLIMT REWRITE FAILED, '
                              'STATUS=' WS-LIMT-STATUS
                      stop run
                   end-if
                   move 'REPLACED' to DL-DISP
                   perform 6500-WRITE-DETAIL
               not invalid key
                   move 'ADDED'    to DL-DISP
                   perform 6500-WRITE-DETAIL
           end-write
           exit.

      **********************************************************
      * Deductions-payable accounts: one line per deduction      *
      * code, the account a 23xxx deductions-payable account.    *
      **********************************************************
       4600-LOAD-DEDN-ACCOUNTS.

           add 1 to WS-DACC-READ-COUNT

           move 'N'    to WS-REJECT-IND
           move spaces to WS-REJECT-REASON

           if DAI-CODE = spaces
              move 'Y' to WS-REJECT-IND
              move 'DEDUCTION CODE MISSING' to WS-REJECT-REASON
           end-if

           if not WS-REJECTED
              if DAI-ACCOUNT not numeric or
                 DAI-ACCOUNT(1:2) not = '23'
                 move 'Y' to WS-REJECT-IND
                 move 'ACCOUNT NOT A 23XXX PAYABLE' to
                      WS-REJECT-REASON
              end-if
           end-if

           move 'DACC' to DL-FILE
           move spaces to DL-KEY
           move DAI-CODE    to DL-KEY(1:4)
           move DAI-ACCOUNT to DL-KEY(6:5)

           if WS-REJECTED
              add 1 to WS-DACC-REJ-COUNT
              move 'REJECTED'         to DL-DISP
              move WS-REJECT-REASON   to DL-REASON
              perform 6500-WRITE-DETAIL
           else
              perform 4800-PUT-DEDN-ACCOUNT
           end-if

           read DACC-INPUT-FILE
               at end move 'Y' to WS-DACCIN-EOF-IND
           end-read
           exit.

       4800-PUT-DEDN-ACCOUNT.

           move DAI-CODE    to DA-CODE
           move DAI-ACCOUNT to DA-ACCOUNT
           move WS-RUN-DATE to DA-LOADED-DATE

           write DEDUCTION-ACCOUNT-RECORD
               invalid key
                   rewrite DEDUCTION-ACCOUNT-RECORD
                   if WS-DACC-STATUS not = '00'
                      display 'PAYTBLD: PAYDACC REWRITE FAILED, '
                              'STATUS=' WS-DACC-STATUS
                      stop run
                   end-if
                   add 1 to WS-DACC-REPL-COUNT
                   move 'REPLACED' to DL-DISP
                   move spaces     to DL-REASON
                   perform 6500-WRITE-DETAIL
               not invalid key
                   add 1 to WS-DACC-ADD-COUNT
                   move 'ADDED'    to DL-DISP
                   move spaces     to DL-REASON
                   perform 6500-WRITE-DETAIL
           end-write
           exit.

      **********************************************************
      * Calendar-date edit: yyyymmdd, all digits, real month     *
      * and day, leap years honoured -- same rules as the online *
           move 'TAX BANDS REJECTED:'       to CL-LABEL
           move WS-TAXB-REJ-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'LIMITS LINES READ:'        to CL-LABEL
           move WS-LIMT-READ-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'LIMITS LOADED:'            to CL-LABEL
           move WS-LIMT-LOAD-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'LIMITS LINES REJECTED:'    to CL-LABEL
           move WS-LIMT-REJ-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'DEDN ACCOUNT LINES READ:'  to CL-LABEL
           move WS-DACC-READ-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'DEDN ACCOUNTS ADDED:'      to CL-LABEL
           move WS-DACC-ADD-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'DEDN ACCOUNTS REPLACED:'   to CL-LABEL
           move WS-DACC-REPL-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'DEDN ACCOUNTS REJECTED:'   to CL-LABEL
           move WS-DACC-REJ-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           exit.

       9000-TERMINATE.
           close TAXB-INPUT-FILE
           close SALBAND-FILE
           close TAXBAND-FILE
           close LIMT-INPUT-FILE
           close LIMIT-FILE
           close DACC-INPUT-FILE
           close DACC-FILE
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

           move 'PAYTBLD'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYTBLD: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-SALB-REJ-COUNT > 0 or WS-TAXB-REJ-COUNT > 0 or
              WS-LIMT-REJ-COUNT > 0 or WS-DACC-REJ-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'SALB READ'            to RL-COUNT-LABEL(1)
           move WS-SALB-READ-COUNT     to RL-COUNT(1)
           move 'TAXB READ'            to RL-COUNT-LABEL(2)
           move WS-TAXB-READ-COUNT     to RL-COUNT(2)
           move 'LIMT READ'            to RL-COUNT-LABEL(3)
           move WS-LIMT-READ-COUNT     to RL-COUNT(3)
           move 'REJECTED'             to RL-COUNT-LABEL(4)
           compute RL-COUNT(4) = WS-SALB-REJ-COUNT +
                                 WS-TAXB-REJ-COUNT +
                                 WS-LIMT-REJ-COUNT +
                                 WS-DACC-REJ-COUNT
           perform 9780-WRITE-LOG-ENTRY
           exit.
