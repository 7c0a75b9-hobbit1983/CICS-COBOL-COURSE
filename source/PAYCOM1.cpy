           05  WS-SBTOT                PIC S9(4) COMP.
           05  WS-SBNUM                PIC S9(4) COMP.
           05  WS-LINE-OUT OCCURS 10 TIMES
                                       PIC X(42).
           05  WS-DEPS-IND             PIC X.
           05  WS-DEP-COUNT            PIC 9(1).
           05  WS-DEP-ENTRY OCCURS 5 TIMES.
           05  WS-BUDG-OVR-REQUEST     PIC X(4).
           05  WS-BUDG-OVR-DEPT        PIC X.
           05  WS-BUDG-OVR-EMPL        PIC X(5).
      *    direct-deposit account maintenance (BANK request): entry
      *    1 is the primary account, entry 2 the optional second
      *    account with its flat ('F') or percent ('P') split of
      *    the net.  Loaded on the first pass, changed entries
      *    flagged 'y' on the second; a flagged entry with a blank
      *    sort code deletes that account.  WS-BA-STATUS comes back
      *    for display only -- the prenote status is never keyed.
           05  WS-BANK-IND             PIC X.
           05  WS-BA-ENTRY OCCURS 2 TIMES.
               10  WS-BA-ACCOUNT-NAME      PIC X(20).
               10  WS-BA-SORT-CODE         PIC X(6).
               10  WS-BA-ACCOUNT-NO        PIC X(10).
               10  WS-BA-ACCOUNT-TYPE      PIC X.
               10  WS-BA-SPLIT-TYPE        PIC X.
               10  WS-BA-SPLIT-AMOUNT      PIC S9(7)V99 COMP-3.
               10  WS-BA-SPLIT-PCT         PIC S9(3)V99 COMP-3.
               10  WS-BA-STATUS            PIC X.
               10  WS-BA-UPD-IND           PIC X.
      *    one-time adjustment entry (ADJT request): the employee's
      *    pending adjustments are loaded into these entries on the
      *    first pass, changed entries flagged 'y' on the second.
      *    A flagged entry with sequence zero is a new entry and is
      *    given the next sequence number; a flagged entry with a
      *    blank code deletes the pending adjustment at that
      *    sequence.  Adjustments already paid are never loaded.
           05  WS-ADJT-IND             PIC X.
           05  WS-ADJ-ENTRY OCCURS 5 TIMES.
               10  WS-ADJ-SEQ              PIC 9(3).
               10  WS-ADJ-CODE             PIC X(4).
               10  WS-ADJ-AMOUNT           PIC S9(7)V99 COMP-3.
               10  WS-ADJ-TAXABLE          PIC X.
               10  WS-ADJ-PERIOD           PIC X(6).
               10  WS-ADJ-UPD-IND          PIC X.
      *    the date a salary change keyed on UPDATES takes effect
      *    (yyyymmdd): blank means today, a date before today
      *    back-dates the change, and PAYRETRO pays the arrears for
      *    any period already paid at the old salary.
           05  WS-SALARY-EFF-DATE      PIC X(8).
      *    pay type and hourly rate (ADDS/UPDATES): 'H' is hourly
      *    paid at WS-HOURLY-RATE from the period's timesheet, 'S'
      *    salaried.  For an hourly employee the salary is not
      *    keyed -- DATABUS sets it to the annual equivalent of the
      *    rate.  UPDATES changes them only when flagged 'y'.
           05  WS-PAY-TYPE             PIC X.
           05  WS-HOURLY-RATE          PIC S9(3)V99 COMP-3.
           05  WS-UPD-PAY-TYPE         PIC X.
           05  WS-UPD-HOURLY-RATE      PIC X.
      *    second-operator approval (APPR and REJT requests): the
      *    first pass shows the change pending for the employee --
      *    the record as the change would leave it, the action, who
      *    keyed it and the time-stamp naming the PAYPEND entry --
      *    and the second pass approves or rejects that same entry.
      *    A rejection must carry the reason in WS-APPR-REASON.
           05  WS-APPR-IND             PIC X.
           05  WS-APPR-TIME-STAMP      PIC X(8).
           05  WS-APPR-ACTION          PIC X(4).
           05  WS-APPR-KEYED-BY        PIC X(8).
           05  WS-APPR-REASON          PIC X(30).
