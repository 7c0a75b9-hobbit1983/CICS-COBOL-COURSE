      *================================================================
      *  PENDING-RECORD  --  a high-impact PAYROLL change held for a
      *  second operator's approval, one record per change, keyed
      *  employee-no/time-stamp.  DATABUS holds here, instead of
      *  applying, every UPDATES salary change over the PAYLIMT
      *  dual-control limits and every termination (TERM), rehire
      *  (REHI) and department transfer (XFER).  PND-OLD-PAYROLL is
      *  the employee's record as it stood when the change was keyed
      *  and PND-NEW-PAYROLL the record the change would write, both
      *  full PAYROLL-RECORD images; PND-DEPARTMENT is the department
      *  the change was keyed under and PND-NEW-DEPARTMENT the one
      *  the employee ends up in (different only on a XFER).
      *  PND-EFFECTIVE-DATE is the date a held salary change takes
      *  effect, spaces on the other actions.
      *  PND-STATUS:
      *  'P' pending -- nothing has been posted; only one change may
      *  be pending for an employee at a time;
      *  'A' approved -- the APPR request posted it to PAYROLL,
      *  PAYCTRL, the PAYX extract and PAYAUDT;
      *  'R' rejected -- the REJT request turned it down with the
      *  reason in PND-REJECT-REASON and nothing was posted.
      *  PND-DECIDED-USERID/DATE are the second operator and the day
      *  of the approval or rejection.  The keying operator can
      *  never decide their own change.  PAYAPPR lists every change
      *  still pending or rejected.  This member holds ONLY the
      *  record -- a single 01-level, so it is safe to COPY straight
      *  into an FD (PAYAPPR, RECORD KEY IS PND-KEY) as well as into
      *  Working-Storage (DATABUS).  The CICS RIDFLD key DATABUS
      *  builds to drive READ/WRITE/REWRITE/STARTBR against PAYPEND
      *  lives in PAYPKEY, not here.
      *================================================================
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-EMPLOYEE-NO     PIC X(5).
               10  PND-TIME-STAMP      PIC X(8).
           05  PND-ACTION              PIC X(4).
           05  PND-STATUS              PIC X.
               88  PND-PENDING                        VALUE 'P'.
               88  PND-APPROVED                       VALUE 'A'.
               88  PND-REJECTED                       VALUE 'R'.
           05  PND-DEPARTMENT          PIC X.
           05  PND-NEW-DEPARTMENT      PIC X.
           05  PND-KEYED-USERID        PIC X(8).
           05  PND-KEYED-DATE          PIC X(8).
           05  PND-DECIDED-USERID      PIC X(8).
           05  PND-DECIDED-DATE        PIC X(8).
           05  PND-REJECT-REASON       PIC X(30).
           05  PND-EFFECTIVE-DATE      PIC X(8).
           05  PND-OLD-PAYROLL         PIC X(349).
           05  PND-NEW-PAYROLL         PIC X(349).
