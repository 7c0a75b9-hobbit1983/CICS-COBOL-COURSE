      *================================================================
      *  PAYHKEY  --  CICS RIDFLD key fields DATABUS builds to drive
      *  STARTBR/READNEXT against the PAYHIST pay-history file.
      *  Working-Storage only -- never COPYed into an FD, so there is
      *  no risk of it implicitly overlaying PAY-HISTORY-RECORD (see
      *  PAYHIST.cpy, whose HS-KEY group is the record's own view of
      *  the same 11 bytes).
      *================================================================
       01  WS-HIST-KEY.
           05  WS-HIST-EMPL-NO         PIC X(5).
           05  WS-HIST-PERIOD          PIC X(6).
