      *================================================================
      *  PAYLMKEY  --  CICS RIDFLD key field DATABUS builds to drive
      *  READ against the PAYLIMT dual-control limits file.  The file
      *  holds the one record, so the key is always 'DUAL'.
      *  Working-Storage only -- never COPYed into an FD, so there is
      *  no risk of it implicitly overlaying LIMIT-RECORD (see
      *  PAYLIMT.cpy, whose LIM-KEY field is the record's own view of
      *  the same 4 bytes).
      *================================================================
       01  WS-LIMIT-KEY.
           05  WS-LIMIT-ID             PIC X(4)    VALUE 'DUAL'.
