      *================================================================
      *  LIMIT-RECORD  --  the dual-control limits, a single record
      *  keyed 'DUAL'.  An UPDATES salary change (or pay type or
      *  hourly-rate change) that moves the annual salary by more
      *  than LIM-SALARY-AMOUNT, or by more than LIM-SALARY-PCT
      *  percent of the old salary, is held on PAYPEND for a second
      *  operator's approval instead of being applied; terminations,
      *  rehires and transfers are always held.  A limit of zero
      *  holds every salary change.  Loaded by PAYTBLD from its
      *  PAYTBLD.LIMT input; with no record on file DATABUS holds on
      *  the limits it carries itself.  This member holds ONLY the
      *  record -- a single 01-level, so it is safe to COPY straight
      *  into an FD (PAYTBLD, RECORD KEY IS LIM-KEY) as well as into
      *  Working-Storage (DATABUS).  The CICS RIDFLD key DATABUS
      *  builds to drive READ against PAYLIMT lives in PAYLMKEY, not
      *  here.
      *================================================================
       01  LIMIT-RECORD.
           05  LIM-KEY                 PIC X(4).
           05  LIM-SALARY-AMOUNT       PIC S9(7)V99 COMP-3.
           05  LIM-SALARY-PCT          PIC S9(3)V99 COMP-3.
           05  LIM-LOADED-DATE         PIC X(8).
