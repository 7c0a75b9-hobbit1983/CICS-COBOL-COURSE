      *  an UPDATES rewrite (UPDT), a DLET termination (TERM), a
      *  rehire (REHI), a XFER transfer (XFER), a dependents change
      *  (DEPS), a recurring-deduction change (DEDN), a leave
      *  recording (LEAV), a direct-deposit account change (BANK),
      *  a one-time adjustment entry (ADJT -- one record per entry
      *  added, changed or deleted), or an accepted budget override
      *  (BOVR -- written in addition to the overridden
      *  transaction's own record).  For DEDN/LEAV/BANK/ADJT/BOVR
      *  the payroll record itself is untouched, so the old and new
      *  images are the same snapshot; an ADJT record carries the
      *  adjustment entry before and after the change in the old
      *  and new remarks fields instead.  PAYRAISE writes a RAIS
      *  record for every employee it raises, old and new images
      *  differing in the salary only.  AUD-EFFECTIVE-DATE is the
      *  date a salary change takes effect (yyyymmdd), kept on a
      *  UPDT that changed the salary and on every RAIS so PAYRETRO
      *  can find the changes back-dated into periods already paid;
      *  it is spaces on every other record.
      *  A salary change over the dual-control limits, and every
      *  termination, rehire and transfer, is held on PAYPEND until
      *  a second operator approves it; its record is written only
      *  on the approval, with AUD-USERID the operator who keyed the
      *  change and AUD-APPROVER-USERID the one who approved it.
      *  AUD-APPROVER-USERID is spaces on a change that needed no
      *  second operator.
      *  Keyed by employee-no/time-stamp (the AUD-KEY
      *  group) so every change for an employee can be pulled back
      *  out in the order it happened.  This member holds ONLY the
                   15  AUD-OLD-DEP-DOB           PIC X(8).
               10  AUD-OLD-STATUS         PIC X.
               10  AUD-OLD-TERM-DATE      PIC X(8).
               10  AUD-OLD-PAY-TYPE       PIC X.
               10  AUD-OLD-HOURLY-RATE    PIC S9(3)V99 COMP-3.
           05  AUD-NEW-PAYROLL.
               10  AUD-NEW-DEPARTMENT     PIC X.
               10  AUD-NEW-EMPLOYEE-NO    PIC X(5).
                   15  AUD-NEW-DEP-DOB           PIC X(8).
               10  AUD-NEW-STATUS         PIC X.
               10  AUD-NEW-TERM-DATE      PIC X(8).
               10  AUD-NEW-PAY-TYPE       PIC X.
               10  AUD-NEW-HOURLY-RATE    PIC S9(3)V99 COMP-3.
           05  AUD-EFFECTIVE-DATE      PIC X(8).
           05  AUD-APPROVER-USERID     PIC X(8).
