      *================================================================
      *  ADJUSTMENT-RECORD  --  one-time earnings and adjustments,
      *  one record per entry, keyed employee-no/sequence.  Carries
      *  what PR-SALARY cannot: a bonus, a commission, an expense
      *  reimbursement, an overpayment recovery, a correction for a
      *  missed pay.  ADJ-CODE says what the entry is; ADJ-AMOUNT is
      *  signed, so a recovery is keyed negative.  A taxable entry
      *  ('Y') goes into the gross before the withholding compute; a
      *  non-taxable one ('N') is added to (or, negative, taken from)
      *  the net after it.  ADJ-PERIOD is the pay period it is to be
      *  paid in (yyyypp).
      *  ADJ-STATUS:
      *  'P' pending -- the next PAYCYCLE run for ADJ-PERIOD or any
      *  later period pays it, or an off-cycle run that names the
      *  employee;
      *  'A' applied -- paid in the run named by ADJ-PAID-PERIOD on
      *  ADJ-PAID-DATE; kept on file as the record of the payment
      *  and never changed again.
      *  Entered online through the ADJT request in DATABUS, with
      *  the same PAYAUDT audit trail the other update paths get;
      *  only a pending entry can be changed or deleted.  PAYRETRO
      *  also writes entries here: code RETR, taxable, entered by
      *  PAYRETRO -- the arrears of a backdated salary change.  This
      *  member holds ONLY the record -- a single 01-level, so it is
      *  safe to COPY straight into an FD (PAYCYCLE, RECORD KEY IS
      *  ADJ-KEY) as well as into Working-Storage (DATABUS).  The
      *  CICS RIDFLD key DATABUS builds to drive READ/WRITE/REWRITE/
      *  DELETE/STARTBR against PAYADJ lives in PAYAJKEY, not here.
      *================================================================
       01  ADJUSTMENT-RECORD.
           05  ADJ-KEY.
               10  ADJ-EMPLOYEE-NO     PIC X(5).
               10  ADJ-SEQ             PIC 9(3).
           05  ADJ-CODE                PIC X(4).
           05  ADJ-AMOUNT              PIC S9(7)V99 COMP-3.
           05  ADJ-TAXABLE-IND         PIC X.
               88  ADJ-TAXABLE                        VALUE 'Y'.
               88  ADJ-NON-TAXABLE                    VALUE 'N'.
           05  ADJ-PERIOD              PIC X(6).
           05  ADJ-STATUS              PIC X.
               88  ADJ-PENDING                        VALUE 'P'.
               88  ADJ-APPLIED                        VALUE 'A'.
           05  ADJ-PAID-PERIOD         PIC X(6).
           05  ADJ-PAID-DATE           PIC X(8).
           05  ADJ-ENTERED-BY          PIC X(8).
           05  ADJ-ENTERED-DATE        PIC X(8).
