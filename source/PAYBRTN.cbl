                   apply (closed account, bad detail) -- and matches
                   each returned item against the 'D' details of
                   the PAYCYCLE.BANK payment file by employee
                   number, period and PAYBANK account sequence (an
                   employee splitting the net has one detail per
                   account).  A matched return is flagged
                   as a failed payment on the PAYBRTN.LOG failed-
                   payment log and the original detail is carried
                   onto a re-issue payment file, with its own
                   trailer, so the corrected items go back to the
                   bank as a file of their own instead of by hand.
                   The re-issued detail takes the account details
                   now on PAYBANK, and only once the corrected
                   account has been validated by its prenote; a
                   correction still waiting on its prenote is held
                   like any other item.  When the account has not been
                   corrected since the pay run, the account is
                   marked rejected on PAYBANK with the bank's
                   reason -- so the next pay run pays the employee
                   by cheque until the details are fixed and a
                   prenote has cleared -- and the returned item is
                   held on the log and register instead of being
                   sent back to the same account.  A run that
                   holds anything completes with exceptions, so the
                   held items are settled from the register.
                   A return that matches no payment detail, or
                   whose amount does not agree with the original
                   detail, is printed on the exception register and
                   before the next pay run; a return held past
                   that point lands on the exception register as
                   unmatched and has to be settled by hand from
                   the register and the PAYBRTN.LOG history.  Each
                   run is recorded on the PAYRUNLG run-control log;
                   PAYCYCLE will not pay again until a PAYBRTN run
                   has completed since its last paying run, so a
                   pay run the bank returned nothing on is cleared
                   by running this job on an empty return file.  Run
                   as a stand-alone batch job after the bank's
                   return file arrives, independent of the
                   DATABUS/DATAPGM online transaction.
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional BANKACCT-FILE assign to "PAYBANK"
               organization is indexed
               access mode is random
               record key is BA-KEY
               file status is WS-BACCT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
      *  period echo the original WS-BD-EMPL-NO / WS-BD-PERIOD
      *  detail fields, the amount echoes the net the bank tried
      *  to pay, and the reason code is the bank's two-byte
      *  rejection code.  The account sequence echoes
      *  WS-BD-ACCT-SEQ; a return that leaves it blank matches
      *  the employee's first detail for the period.
      *----------------------------------------------------------
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RTN-PERIOD                 pic x(6).
           05  RTN-NET                    pic 9(9)v99.
           05  RTN-REASON-CODE            pic x(2).
           05  RTN-ACCT-SEQ               pic x.
           05  filler                     pic x(24).

       FD  BANK-FILE.
       01  BANK-RECORD                    pic x(80).

       FD  REISSUE-FILE.
       01  REISSUE-RECORD                 pic x(80).

       FD  FAILED-LOG-FILE.
       01  FAILED-LOG-RECORD              pic x(47).
       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  BANKACCT-FILE.
           COPY PAYBANK.

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-RETURN-STATUS               pic xx.
       01  WS-REISSUE-STATUS              pic xx.
       01  WS-LOG-STATUS                  pic xx.
       01  WS-REPORT-STATUS               pic xx.
       01  WS-BACCT-STATUS                pic xx.
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
       01  WS-PAY-SUB                     pic s9(4) comp.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY occurs 2000 times.
               10  WS-PAY-DETAIL          pic x(80).
               10  WS-PAY-DETAIL-R redefines WS-PAY-DETAIL.
                   15  WS-PD-TYPE         pic x.
                   15  WS-PD-EMPL-NO      pic x(5).
                   15  WS-PD-NET          pic 9(9)v99.
                   15  WS-PD-DEPT         pic x.
                   15  WS-PD-PERIOD       pic x(6).
                   15  WS-PD-SORT-CODE    pic x(6).
                   15  WS-PD-ACCOUNT-NO   pic x(10).
                   15  WS-PD-ACCOUNT-TYPE pic x.
                   15  WS-PD-ACCT-SEQ     pic x.
                   15  WS-PD-ENTRY-TYPE   pic x.
                   15  filler             pic x(17).
               10  WS-PAY-RETURNED-IND    pic x.

      *----------------------------------------------------------
       01  WS-UNMATCHED-COUNT             pic 9(7)    value 0.
       01  WS-MISMATCH-COUNT              pic 9(7)    value 0.
       01  WS-DUP-RETURN-COUNT            pic 9(7)    value 0.
       01  WS-HELD-COUNT                  pic 9(7)    value 0.
       01  WS-HELD-NET-TOTAL              pic s9(11)v99 value 0.
       01  WS-BA-FOUND-IND                pic x.
       01  WS-BA-PRENOTE-IND              pic x.
       01  WS-REISSUE-NET-TOTAL           pic s9(11)v99 value 0.

      *----------------------------------------------------------
           05  WS-RT-COUNT                pic 9(7).
           05  WS-RT-NET-TOTAL            pic 9(11)v99.
           05  WS-RT-PERIOD               pic x(6)    value spaces.
           05  filler                     pic x(53)   value spaces.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYBRTN'.
           perform 7500-WRITE-TRAILER
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input RETURN-FILE
           if WS-RETURN-STATUS not = '00'
              display 'PAYBRTN: UNABLE TO OPEN RETURN FILE, STATUS='
              stop run
           end-if

           open i-o BANKACCT-FILE
           if WS-BACCT-STATUS not = '00' and
              WS-BACCT-STATUS not = '05'
              display 'PAYBRTN: UNABLE TO OPEN BANK ACCOUNTS, '
                      'STATUS=' WS-BACCT-STATUS
              stop run
           end-if

           read BANK-FILE
               at end move 'Y' to WS-BANK-EOF-IND
           end-read

      **********************************************************
      * Match one returned item against the loaded payment       *
      * details by employee number, period and account sequence. *
      * A second return against a detail already flagged is      *
      * reported, not re-issued twice.                           *
      **********************************************************
       2000-PROCESS.

              until WS-PAY-SUB > WS-PAY-COUNT
                    or WS-PAY-FOUND
              if WS-PD-EMPL-NO(WS-PAY-SUB) = RTN-EMPL-NO and
                 WS-PD-PERIOD(WS-PAY-SUB) = RTN-PERIOD and
                 (RTN-ACCT-SEQ = WS-PD-ACCT-SEQ(WS-PAY-SUB) or
                  RTN-ACCT-SEQ = space)
                 move 'Y' to WS-PAY-FOUND-IND
              end-if
           end-perform
                 perform 5000-WRITE-LINE
              else
                 move 'Y' to WS-PAY-RETURNED-IND(WS-PAY-SUB)
                 perform 3400-CHECK-ACCOUNT
                 if WS-BA-FOUND-IND = 'Y'
                    perform 3500-REISSUE-PAYMENT
                 else
                    perform 3600-HOLD-PAYMENT
                 end-if
              end-if
           end-if
           exit.

      **********************************************************
      * The account the return came back from is looked up on    *
      * PAYBANK.  Details corrected online since the pay run,    *
      * once validated by their prenote, are carried onto the    *
      * payment detail and the item re-issued (WS-BA-FOUND-IND   *
      * 'Y').  A correction still waiting on its prenote is held *
      * (WS-BA-PRENOTE-IND 'Y'), its status left alone.  Details *
      * left as they were, or an account no longer on file,      *
      * cannot be paid again: the account is marked rejected     *
      * with the bank's reason, so the next pay run falls back   *
      * to a cheque, and the item is held for settlement by      *
      * hand.                                                    *
      **********************************************************
       3400-CHECK-ACCOUNT.

           move 'N' to WS-BA-FOUND-IND
           move 'N' to WS-BA-PRENOTE-IND

           if WS-BACCT-STATUS not = '05'
              move WS-PD-EMPL-NO(WS-PAY-SUB)  to BA-EMPLOYEE-NO
              move WS-PD-ACCT-SEQ(WS-PAY-SUB) to BA-ACCT-SEQ
              read BANKACCT-FILE
                  invalid key continue
                  not invalid key perform 3450-COMPARE-ACCOUNT
              end-read
           end-if
           exit.

       3450-COMPARE-ACCOUNT.

           if BA-SORT-CODE  = WS-PD-SORT-CODE(WS-PAY-SUB) and
              BA-ACCOUNT-NO = WS-PD-ACCOUNT-NO(WS-PAY-SUB)
              move 'R'             to BA-STATUS
              move RTN-REASON-CODE to BA-REJECT-REASON
              rewrite BANK-ACCOUNT-RECORD
              if WS-BACCT-STATUS not = '00'
                 display 'PAYBRTN: BANK ACCOUNT REWRITE FAILED FOR '
                         'EMPLOYEE ' RTN-EMPL-NO
                         ' STATUS=' WS-BACCT-STATUS
                 stop run
              end-if
           else
              if BA-VALIDATED
                 move 'Y'             to WS-BA-FOUND-IND
                 move BA-SORT-CODE    to WS-PD-SORT-CODE(WS-PAY-SUB)
                 move BA-ACCOUNT-NO   to WS-PD-ACCOUNT-NO(WS-PAY-SUB)
                 move BA-ACCOUNT-TYPE
                                   to WS-PD-ACCOUNT-TYPE(WS-PAY-SUB)
              else
                 move 'Y'             to WS-BA-PRENOTE-IND
              end-if
           end-if
           exit.

      **********************************************************
      * Flag the payment failed on the log and carry the         *
      * original detail onto the re-issue file with the          *
      * corrected account details 3400-CHECK-ACCOUNT took from   *
      * PAYBANK -- the account fix is made online before the     *
      * returns are processed.                                   *
      **********************************************************
       3500-REISSUE-PAYMENT.

           perform 5000-WRITE-LINE
           exit.

       3600-HOLD-PAYMENT.

           add 1 to WS-HELD-COUNT
           add WS-PD-NET(WS-PAY-SUB) to WS-HELD-NET-TOTAL

           move WS-RUN-DATE             to FLG-RUN-DATE
           move RTN-EMPL-NO             to FLG-EMPL-NO
           move RTN-PERIOD              to FLG-PERIOD
           move WS-PD-NET(WS-PAY-SUB)   to FLG-NET
           move RTN-REASON-CODE         to FLG-REASON-CODE
           move 'HELD'                  to FLG-DISP
           write FAILED-LOG-RECORD from WS-FAILED-LOG
           if WS-LOG-STATUS not = '00'
              display 'PAYBRTN: FAILED-LOG WRITE FAILED, STATUS='
                       WS-LOG-STATUS
              stop run
           end-if

           if WS-BA-PRENOTE-IND = 'Y'
              move 'FAILED - HELD, PRENOTE' to DL-DISP
           else
              move 'FAILED - HELD, ACCT BAD' to DL-DISP
           end-if
           perform 5000-WRITE-LINE
           exit.

       5000-WRITE-LINE.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
           move 'DUPLICATE RETURNS:'     to CL-LABEL
           move WS-DUP-RETURN-COUNT      to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'HELD FOR SETTLEMENT:'   to CL-LABEL
           move WS-HELD-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           move 'RE-ISSUE NET TOTAL:'    to TTL-LABEL
           move WS-REISSUE-NET-TOTAL     to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'HELD NET TOTAL:'        to TTL-LABEL
           move WS-HELD-NET-TOTAL        to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           exit.

       9000-TERMINATE.
           close REISSUE-FILE
           close FAILED-LOG-FILE
           close REPORT-FILE
           close BANKACCT-FILE
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

           move 'PAYBRTN'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYBRTN: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-UNMATCHED-COUNT > 0 or WS-MISMATCH-COUNT > 0 or
              WS-DUP-RETURN-COUNT > 0 or WS-HELD-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'RETURNS'              to RL-COUNT-LABEL(1)
           move WS-RETURN-COUNT        to RL-COUNT(1)
           move 'REISSUED'             to RL-COUNT-LABEL(2)
           move WS-REISSUE-COUNT       to RL-COUNT(2)
           move 'HELD'                 to RL-COUNT-LABEL(3)
           move WS-HELD-COUNT          to RL-COUNT(3)
           move 'UNMATCHED'            to RL-COUNT-LABEL(4)
           move WS-UNMATCHED-COUNT     to RL-COUNT(4)
           move 'REISSUED NET'         to RL-TOTAL-LABEL
           move WS-REISSUE-NET-TOTAL   to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.
