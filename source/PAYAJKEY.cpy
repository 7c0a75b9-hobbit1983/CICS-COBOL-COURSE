      *================================================================
      *  PAYAJKEY  --  CICS RIDFLD key fields DATABUS builds to drive
      *  READ/WRITE/REWRITE/DELETE/STARTBR against the PAYADJ one-time
      *  adjustment file.  Working-Storage only -- never COPYed into
      *  an FD, so there is no risk of it implicitly overlaying
      *  ADJUSTMENT-RECORD (see PAYADJ.cpy, whose ADJ-KEY group is the
      *  record's own view of the same 8 bytes).
      *================================================================
       01  WS-ADJT-KEY.
           05  WS-ADJT-EMPL-NO         PIC X(5).
           05  WS-ADJT-SEQ             PIC 9(3).
