      *================================================================
      *  PAYRKEY  --  CICS RIDFLD key fields DATABUS builds/receives
      *  to drive READ/REWRITE/DELETE/STARTBR/READNEXT/READPREV
      *  against the PAYROLL file and its PAYRNAM and PAYREMP
      *  alternate indexes.
      *  Working-Storage only -- these are never COPYed into an FD,
      *  so there is no risk of them implicitly overlaying
      *  PAYROLL-RECORD (see PAYROLL.cpy).
      *  by department/employee-no.
      *----------------------------------------------------------
       01  WS-NAME-KEY                 PIC X(20).

      *----------------------------------------------------------
      *  WS-EMPL-KEY -- key field for browsing PAYROLL by the
      *  PR-EMPLOYEE-NO alternate index (the PAYREMP path, non-
      *  unique) to find an employee number in any department.
      *----------------------------------------------------------
       01  WS-EMPL-KEY                 PIC X(5).
