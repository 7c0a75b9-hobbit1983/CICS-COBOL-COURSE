      *================================================================
      *  BANK-ACCOUNT-RECORD  --  employee direct-deposit account
      *  master, keyed employee-no/account sequence.  Sequence 1 is
      *  the primary account and takes whatever net pay the split
      *  leaves; sequence 2 is an optional second account that takes
      *  a flat amount (BA-SPLIT-TYPE 'F', BA-SPLIT-AMOUNT) or a
      *  percentage of the net (BA-SPLIT-TYPE 'P', BA-SPLIT-PCT).
      *  BA-STATUS tracks the zero-value prenote the bank must
      *  accept before a new or changed account goes live:
      *  'P' pending -- entered or changed online and waiting for
      *  the next PAYPRNT run to send the prenote;
      *  'N' prenoted -- sent on BA-PRENOTE-DATE and waiting out the
      *  bank's return window;
      *  'V' validated -- the window passed with no return, so the
      *  pay run may pay into the account (BA-VALID-DATE);
      *  'R' rejected -- the bank returned the prenote with reason
      *  BA-REJECT-REASON; the details must be corrected online.
      *  PAYCYCLE pays only into validated accounts -- an employee
      *  whose primary account is not validated is paid by cheque,
      *  and a second account that is not validated is left out of
      *  the split.  Maintained online through the BANK request in
      *  DATABUS, with the same PAYAUDT audit trail the other update
      *  paths get.  This member holds ONLY the record -- a single
      *  01-level, so it is safe to COPY straight into an FD
      *  (PAYCYCLE/PAYPRNT, RECORD KEY IS BA-KEY) as well as into
      *  Working-Storage (DATABUS).  The CICS RIDFLD key DATABUS
      *  builds to drive READ/WRITE/REWRITE/DELETE against PAYBANK
      *  lives in PAYBAKEY, not here.
      *================================================================
       01  BANK-ACCOUNT-RECORD.
           05  BA-KEY.
               10  BA-EMPLOYEE-NO      PIC X(5).
               10  BA-ACCT-SEQ         PIC 9(1).
           05  BA-ACCOUNT-NAME         PIC X(20).
           05  BA-SORT-CODE            PIC X(6).
           05  BA-ACCOUNT-NO           PIC X(10).
           05  BA-ACCOUNT-TYPE         PIC X.
               88  BA-CHECKING                        VALUE 'C'.
               88  BA-SAVINGS                         VALUE 'S'.
           05  BA-SPLIT-TYPE           PIC X.
               88  BA-SPLIT-REMAINDER                 VALUE ' '.
               88  BA-SPLIT-FLAT                      VALUE 'F'.
               88  BA-SPLIT-PERCENT                   VALUE 'P'.
           05  BA-SPLIT-AMOUNT         PIC S9(7)V99 COMP-3.
           05  BA-SPLIT-PCT            PIC S9(3)V99 COMP-3.
           05  BA-STATUS               PIC X.
               88  BA-PENDING                         VALUE 'P'.
               88  BA-PRENOTED                        VALUE 'N'.
               88  BA-VALIDATED                       VALUE 'V'.
               88  BA-REJECTED                        VALUE 'R'.
           05  BA-PRENOTE-DATE         PIC X(8).
           05  BA-VALID-DATE           PIC X(8).
           05  BA-REJECT-REASON        PIC X(2).
