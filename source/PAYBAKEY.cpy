      *================================================================
      *  PAYBAKEY  --  CICS RIDFLD key fields DATABUS builds to drive
      *  READ/WRITE/REWRITE/DELETE against the PAYBANK direct-deposit
      *  account file.  Working-Storage only -- never COPYed into an
      *  FD, so there is no risk of it implicitly overlaying
      *  BANK-ACCOUNT-RECORD (see PAYBANK.cpy, whose BA-KEY group is
      *  the record's own view of the same 6 bytes).
      *================================================================
       01  WS-BACCT-KEY.
           05  WS-BACCT-EMPL-NO        PIC X(5).
           05  WS-BACCT-SEQ            PIC 9(1).
