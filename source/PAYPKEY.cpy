      *================================================================
      *  PAYPKEY  --  CICS RIDFLD key fields DATABUS builds to drive
      *  READ/WRITE/REWRITE/STARTBR against the PAYPEND pending-
      *  approval file.  Working-Storage only -- never COPYed into an
      *  FD, so there is no risk of it implicitly overlaying
      *  PENDING-RECORD (see PAYPEND.cpy, whose PND-KEY group is the
      *  record's own view of the same 13 bytes).
      *================================================================
       01  WS-PEND-KEY.
           05  WS-PEND-EMPL-NO         PIC X(5).
           05  WS-PEND-TIME-STAMP      PIC X(8).
