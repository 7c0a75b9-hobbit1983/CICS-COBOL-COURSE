      *================================================================
      *  DEDUCTION-ACCOUNT-RECORD  --  the deductions-payable GL
      *  account each deduction code is owed on, one record per
      *  DED-CODE.  PAYCYCLE credits each code's share of the
      *  period's deductions to DA-ACCOUNT on the pay-run journal;
      *  a code with no record here goes to the 23000 deductions-
      *  payable control account and is flagged on the journal
      *  control so finance can add it.  Loaded by PAYTBLD from its
      *  PAYTBLD.DACC input -- a line for a code already on file
      *  replaces its account.  This member holds ONLY the record --
      *  a single 01-level, so it is safe to COPY straight into an
      *  FD (PAYTBLD/PAYCYCLE, RECORD KEY IS DA-KEY).
      *================================================================
       01  DEDUCTION-ACCOUNT-RECORD.
           05  DA-KEY.
               10  DA-CODE             PIC X(4).
           05  DA-ACCOUNT              PIC X(5).
           05  DA-LOADED-DATE          PIC X(8).
