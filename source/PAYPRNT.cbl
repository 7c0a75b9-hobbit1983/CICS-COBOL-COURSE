       Identification Division.

       Program-Id. PAYPRNT.
       Author.     Circle Computer Group LLC.

           Remarks. Batch Direct-Deposit Prenote Run.
                   Moves the PAYBANK direct-deposit accounts through
                   the zero-value prenote the bank must accept
                   before PAYCYCLE pays into a new or changed
                   account.  Every account left pending by the
                   online BANK maintenance gets a zero-amount
                   prenote entry ('Z') on the PAYPRNT.BANK file, in
                   the same fixed layout and with the same trailer
                   as the PAYCYCLE.BANK payment file, and is marked
                   prenoted with today's date.  A prenoted account
                   the bank has returned on the PAYPRNT.RET prenote
                   return file (same layout as the PAYBRTN return
                   file, matched by employee number and account
                   sequence) is marked rejected with the bank's
                   reason code and has to be corrected online; one
                   that has sat out the operator-supplied return
                   window with no return is marked validated, and
                   the next pay run pays into it.  Until then the
                   pay run pays the employee by cheque.  Prints a
                   register of every account whose status moved,
                   the rejected accounts still waiting on a
                   correction, and the counts by status.  Each run
                   is recorded on the PAYRUNLG run-control log.  Run
                   as a stand-alone batch job ahead of the pay run,
                   independent of the DATABUS/DATAPGM online
                   transaction, with the online files closed or
                   quiesced.

       Environment Division.

       Input-Output Section.
       File-Control.
           select PARM-FILE assign to "PAYPRNT.PARM"
               organization is line sequential
               file status is WS-PARM-STATUS.

           select BANKACCT-FILE assign to "PAYBANK"
               organization is indexed
               access mode is sequential
               record key is BA-KEY
               file status is WS-BACCT-STATUS.

           select PRENOTE-FILE assign to "PAYPRNT.BANK"
               organization is sequential
               file status is WS-PRENOTE-STATUS.

           select optional RETURN-FILE assign to "PAYPRNT.RET"
               organization is line sequential
               file status is WS-RETURN-STATUS.

           select REPORT-FILE assign to "PAYPRNT.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-WAIT-DAYS             pic 9(3).
           05  filler                     pic x(77).

       FD  BANKACCT-FILE.
           COPY PAYBANK.

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD                 pic x(80).

      *----------------------------------------------------------
      *  One record per prenote the bank could not apply, in the
      *  PAYBRTN return layout: the employee number and account
      *  sequence echo the prenote detail, the reason code is the
      *  bank's two-byte rejection code.
      *----------------------------------------------------------
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RTN-TYPE                   pic x.
           05  RTN-EMPL-NO                pic x(5).
           05  RTN-PERIOD                 pic x(6).
           05  RTN-NET                    pic 9(9)v99.
           05  RTN-REASON-CODE            pic x(2).
           05  RTN-ACCT-SEQ               pic x.
           05  filler                     pic x(24).

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-BACCT-STATUS                pic xx.
       01  WS-PRENOTE-STATUS              pic xx.
       01  WS-RETURN-STATUS               pic xx.
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
           05  WS-RTN-EOF-IND             pic x       value 'N'.
               88  WS-RTN-EOF                         value 'Y'.
           05  WS-RTN-FOUND-IND           pic x.
               88  WS-RTN-FOUND                       value 'Y'.

       01  WS-WAIT-DAYS                   pic 9(3)    value 0.

      *----------------------------------------------------------
      *  The bank's prenote returns, loaded whole before PAYBANK
      *  is read so each prenoted account is matched in storage.
      *----------------------------------------------------------
       01  WS-RTN-MAX                     pic s9(4) comp value 500.
       01  WS-RTN-COUNT                   pic s9(4) comp value 0.
       01  WS-RTN-SUB                     pic s9(4) comp.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY occurs 500 times.
               10  WS-RT-EMPL-NO          pic x(5).
               10  WS-RT-ACCT-SEQ         pic x.
               10  WS-RT-REASON           pic x(2).

      *----------------------------------------------------------
      *  Prenote entries -- the PAYCYCLE.BANK detail and trailer
      *  layout, with entry type 'Z' and a zero amount.  The
      *  period field carries the prenote date (yymmdd) so the
      *  bank's return echoes it.
      *----------------------------------------------------------
       01  WS-BANK-DETAIL.
           05  WS-BD-TYPE                 pic x       value 'D'.
           05  WS-BD-EMPL-NO              pic x(5).
           05  WS-BD-NAME                 pic x(20).
           05  WS-BD-NET                  pic 9(9)v99 value 0.
           05  WS-BD-DEPT                 pic x       value space.
           05  WS-BD-PERIOD               pic x(6).
           05  WS-BD-SORT-CODE            pic x(6).
           05  WS-BD-ACCOUNT-NO           pic x(10).
           05  WS-BD-ACCOUNT-TYPE         pic x.
           05  WS-BD-ACCT-SEQ             pic 9.
           05  WS-BD-ENTRY-TYPE           pic x       value 'Z'.
           05  filler                     pic x(17)   value spaces.

       01  WS-BANK-TRAILER.
           05  WS-BT-TYPE                 pic x       value 'T'.
           05  WS-BT-COUNT                pic 9(7).
           05  WS-BT-NET-TOTAL            pic 9(11)v99 value 0.
           05  WS-BT-PERIOD               pic x(6).
           05  filler                     pic x(53)   value spaces.

      *----------------------------------------------------------
      *  3800-DATE-TO-DAYS turns a yyyymmdd date into a serial
      *  day count so the days since the prenote went out come
      *  from plain subtraction, leap years honoured.
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

       01  WS-MONTH-LEN-VALUES            pic x(24) value
           '312831303130313130313031'.
       01  WS-MONTH-LEN-TABLE redefines WS-MONTH-LEN-VALUES.
           05  WS-MONTH-LEN               pic 99 occurs 12 times.

       01  WS-TODAY-DAYS                  pic s9(9)  comp.
       01  WS-ELAPSED-DAYS                pic s9(9)  comp.

       01  WS-RUN-DATE                    pic 9(8).
       01  WS-RUN-DATE-R redefines WS-RUN-DATE.
           05  WS-RUN-YYYY                pic 9(4).
           05  WS-RUN-MM                  pic 99.
           05  WS-RUN-DD                  pic 99.
       01  WS-RUN-DATE-X redefines WS-RUN-DATE
                                          pic x(8).
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
       01  WS-PRENOTE-COUNT               pic 9(7)    value 0.
       01  WS-VALIDATED-COUNT             pic 9(7)    value 0.
       01  WS-REJECTED-COUNT              pic 9(7)    value 0.
       01  WS-WAITING-COUNT               pic 9(7)    value 0.
       01  WS-STILL-REJ-COUNT             pic 9(7)    value 0.
       01  WS-LIVE-COUNT                  pic 9(7)    value 0.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYPRNT'.
           05  filler                     pic x(38) value
               'DIRECT-DEPOSIT PRENOTE REGISTER'.
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
           05  filler                     pic x(19) value
               'RETURN WINDOW DAYS:'.
           05  HDG3-DAYS                  pic zz9.

       01  HDG4.
           05  filler                     pic x(8)  value 'EMPL NO'.
           05  filler                     pic x(5)  value 'SEQ'.
           05  filler                     pic x(21) value
               'ACCOUNT NAME'.
           05  filler                     pic x(8)  value 'SORT'.
           05  filler                     pic x(12) value 'ACCOUNT NO'.
           05  filler                     pic x(7)  value 'REASON'.
           05  filler                     pic x(30) value
               'DISPOSITION'.

       01  DETAIL-LINE.
           05  DL-EMPL-NO                 pic x(5).
           05  filler                     pic x(3)  value spaces.
           05  DL-SEQ                     pic 9.
           05  filler                     pic x(4)  value spaces.
           05  DL-NAME                    pic x(20).
           05  filler                     pic x(1)  value spaces.
           05  DL-SORT-CODE               pic x(6).
           05  filler                     pic x(2)  value spaces.
           05  DL-ACCOUNT-NO              pic x(10).
           05  filler                     pic x(2)  value spaces.
           05  DL-REASON                  pic x(2).
           05  filler                     pic x(5)  value spaces.
           05  DL-DISP                    pic x(30).

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(24).
           05  CL-COUNT                   pic zzz,zz9.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 1500-LOAD-RETURNS until WS-RTN-EOF
           perform 2000-PROCESS until WS-EOF
           perform 7500-WRITE-TRAILER
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           open input PARM-FILE
           if WS-PARM-STATUS not = '00'
              display 'PAYPRNT: UNABLE TO OPEN PARM FILE, STATUS='
                       WS-PARM-STATUS
              stop run
           end-if

           read PARM-FILE
               at end
                  display 'PAYPRNT: PARM FILE IS EMPTY'
                  stop run
           end-read

           if PARM-WAIT-DAYS numeric
              move PARM-WAIT-DAYS to WS-WAIT-DAYS
           end-if

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           if WS-WAIT-DAYS = 0
              display 'PAYPRNT: RETURN WINDOW DAYS MISSING FROM PARM'
              stop run
           end-if

           move WS-RUN-DATE-X to WS-DTD-DATE
           perform 3800-DATE-TO-DAYS
           move WS-DTD-DAYS   to WS-TODAY-DAYS

           open i-o BANKACCT-FILE
           if WS-BACCT-STATUS not = '00'
              display 'PAYPRNT: UNABLE TO OPEN PAYBANK, STATUS='
                       WS-BACCT-STATUS
              stop run
           end-if

           open input RETURN-FILE
           if WS-RETURN-STATUS not = '00' and
              WS-RETURN-STATUS not = '05'
              display 'PAYPRNT: UNABLE TO OPEN RETURN FILE, STATUS='
                       WS-RETURN-STATUS
              stop run
           end-if

           open output PRENOTE-FILE
           if WS-PRENOTE-STATUS not = '00'
              display 'PAYPRNT: UNABLE TO OPEN PRENOTE FILE, STATUS='
                       WS-PRENOTE-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYPRNT: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if

           if WS-RETURN-STATUS = '05'
              move 'Y' to WS-RTN-EOF-IND
           else
              read RETURN-FILE
                  at end move 'Y' to WS-RTN-EOF-IND
              end-read
           end-if

           read BANKACCT-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

      **********************************************************
      * Load the bank's prenote returns.  A return file bigger   *
      * than the table stops the run rather than silently        *
      * validating an account the bank turned down.              *
      **********************************************************
       1500-LOAD-RETURNS.

           if WS-RTN-COUNT < WS-RTN-MAX
              add 1 to WS-RTN-COUNT
              move RTN-EMPL-NO     to WS-RT-EMPL-NO(WS-RTN-COUNT)
              move RTN-ACCT-SEQ    to WS-RT-ACCT-SEQ(WS-RTN-COUNT)
              move RTN-REASON-CODE to WS-RT-REASON(WS-RTN-COUNT)
           else
              display 'PAYPRNT: RETURN TABLE FULL AT '
                       WS-RTN-MAX ' RETURNS - RUN STOPPED'
              stop run
           end-if

           read RETURN-FILE
               at end move 'Y' to WS-RTN-EOF-IND
           end-read
           exit.

      **********************************************************
      * One PAYBANK account: pending goes out as a prenote,      *
      * prenoted is either rejected (returned by the bank) or    *
      * validated (return window passed), rejected is listed     *
      * until someone corrects it online, validated is live.     *
      **********************************************************
       2000-PROCESS.

           add 1 to WS-READ-COUNT

           evaluate true
               when BA-PENDING
                   perform 3000-SEND-PRENOTE
               when BA-PRENOTED
                   perform 3200-CHECK-PRENOTE
               when BA-REJECTED
                   add 1 to WS-STILL-REJ-COUNT
                   move BA-REJECT-REASON to DL-REASON
                   move 'REJECTED - AWAITING CORRECTION' to DL-DISP
                   perform 5000-WRITE-LINE
               when other
                   add 1 to WS-LIVE-COUNT
           end-evaluate

           read BANKACCT-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       3000-SEND-PRENOTE.

           move BA-EMPLOYEE-NO       to WS-BD-EMPL-NO
           move BA-ACCOUNT-NAME      to WS-BD-NAME
           move WS-RUN-DATE-X(3:6)   to WS-BD-PERIOD
           move BA-SORT-CODE         to WS-BD-SORT-CODE
           move BA-ACCOUNT-NO        to WS-BD-ACCOUNT-NO
           move BA-ACCOUNT-TYPE      to WS-BD-ACCOUNT-TYPE
           move BA-ACCT-SEQ          to WS-BD-ACCT-SEQ

           write PRENOTE-RECORD from WS-BANK-DETAIL
           if WS-PRENOTE-STATUS not = '00'
              display 'PAYPRNT: PRENOTE WRITE FAILED FOR EMPLOYEE '
                       BA-EMPLOYEE-NO ' STATUS=' WS-PRENOTE-STATUS
              stop run
           end-if

           move 'N'           to BA-STATUS
           move WS-RUN-DATE-X to BA-PRENOTE-DATE
           move spaces        to BA-VALID-DATE
           move spaces        to BA-REJECT-REASON
           perform 3900-REWRITE-ACCOUNT

           add 1 to WS-PRENOTE-COUNT
           move spaces                 to DL-REASON
           move 'PRENOTE SENT'         to DL-DISP
           perform 5000-WRITE-LINE
           exit.

       3200-CHECK-PRENOTE.

           move 'N' to WS-RTN-FOUND-IND
           perform varying WS-RTN-SUB from 1 by 1
              until WS-RTN-SUB > WS-RTN-COUNT
                    or WS-RTN-FOUND
              if WS-RT-EMPL-NO(WS-RTN-SUB)  = BA-EMPLOYEE-NO and
                 WS-RT-ACCT-SEQ(WS-RTN-SUB) = BA-ACCT-SEQ
                 move 'Y' to WS-RTN-FOUND-IND
              end-if
           end-perform

           if WS-RTN-FOUND
              subtract 1 from WS-RTN-SUB
              move 'R'                      to BA-STATUS
              move WS-RT-REASON(WS-RTN-SUB) to BA-REJECT-REASON
              perform 3900-REWRITE-ACCOUNT
              add 1 to WS-REJECTED-COUNT
              move BA-REJECT-REASON         to DL-REASON
              move 'PRENOTE RETURNED - REJECTED' to DL-DISP
              perform 5000-WRITE-LINE
           else
              move BA-PRENOTE-DATE to WS-DTD-DATE
              if WS-DTD-DATE numeric
                 perform 3800-DATE-TO-DAYS
                 compute WS-ELAPSED-DAYS =
                     WS-TODAY-DAYS - WS-DTD-DAYS
              else
                 move WS-WAIT-DAYS to WS-ELAPSED-DAYS
              end-if
              if WS-ELAPSED-DAYS not < WS-WAIT-DAYS
                 move 'V'           to BA-STATUS
                 move WS-RUN-DATE-X to BA-VALID-DATE
                 perform 3900-REWRITE-ACCOUNT
                 add 1 to WS-VALIDATED-COUNT
                 move spaces        to DL-REASON
                 move 'VALIDATED - NOW LIVE' to DL-DISP
                 perform 5000-WRITE-LINE
              else
                 add 1 to WS-WAITING-COUNT
              end-if
           end-if
           exit.

      **********************************************************
      * Serial day count for a yyyymmdd date: whole years at     *
      * 365 plus the prior years' leap days, plus the day of     *
      * the year with this year's February 29 honoured.  Only    *
      * ever used in differences, so the epoch does not matter.  *
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
              add WS-MONTH-LEN(WS-DTD-MSUB) to WS-DTD-DAYS
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

       3900-REWRITE-ACCOUNT.

           rewrite BANK-ACCOUNT-RECORD
           if WS-BACCT-STATUS not = '00'
              display 'PAYPRNT: PAYBANK REWRITE FAILED FOR EMPLOYEE '
                       BA-EMPLOYEE-NO ' STATUS=' WS-BACCT-STATUS
              stop run
           end-if
           exit.

       5000-WRITE-LINE.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move BA-EMPLOYEE-NO  to DL-EMPL-NO
           move BA-ACCT-SEQ     to DL-SEQ
           move BA-ACCOUNT-NAME to DL-NAME
           move BA-SORT-CODE    to DL-SORT-CODE
           move BA-ACCOUNT-NO   to DL-ACCOUNT-NO
           write REPORT-LINE from DETAIL-LINE
           add 1 to WS-LINE-CNT
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

           move WS-WAIT-DAYS to HDG3-DAYS

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

       7500-WRITE-TRAILER.

           move WS-PRENOTE-COUNT   to WS-BT-COUNT
           move WS-RUN-DATE-X(3:6) to WS-BT-PERIOD

           write PRENOTE-RECORD from WS-BANK-TRAILER
           if WS-PRENOTE-STATUS not = '00'
              display 'PAYPRNT: PRENOTE TRAILER WRITE FAILED, STATUS='
                       WS-PRENOTE-STATUS
              stop run
           end-if
           exit.

       8000-FINAL-TOTALS.

           if WS-PAGE-NO = 0
              perform 6000-HEADINGS
           end-if

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'ACCOUNTS READ:'         to CL-LABEL
           move WS-READ-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PRENOTES SENT:'         to CL-LABEL
           move WS-PRENOTE-COUNT         to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'VALIDATED THIS RUN:'    to CL-LABEL
           move WS-VALIDATED-COUNT       to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'REJECTED THIS RUN:'     to CL-LABEL
           move WS-REJECTED-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'IN RETURN WINDOW:'      to CL-LABEL
           move WS-WAITING-COUNT         to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'AWAITING CORRECTION:'   to CL-LABEL
           move WS-STILL-REJ-COUNT       to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'ALREADY LIVE:'          to CL-LABEL
           move WS-LIVE-COUNT            to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PRENOTE RETURNS READ:'  to CL-LABEL
           move WS-RTN-COUNT             to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           exit.

       9000-TERMINATE.

           close BANKACCT-FILE
           close PRENOTE-FILE
           close RETURN-FILE
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

           move 'PAYPRNT'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYPRNT: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'PRENOTES'             to RL-COUNT-LABEL(2)
           move WS-PRENOTE-COUNT       to RL-COUNT(2)
           move 'VALIDATED'            to RL-COUNT-LABEL(3)
           move WS-VALIDATED-COUNT     to RL-COUNT(3)
           move 'REJECTED'             to RL-COUNT-LABEL(4)
           move WS-REJECTED-COUNT      to RL-COUNT(4)
           perform 9780-WRITE-LOG-ENTRY
           exit.
