      *================================================================
      *  RUNLOG-RECORD  --  one entry on the PAYRUNLG run-control log,
      *  the line-sequential file every payroll batch program opens
      *  EXTEND to record its runs.  A program writes a start entry
      *  (RL-EVENT 'S') once it has read its parameters and an end
      *  entry (RL-EVENT 'E') as the last thing it does; the end
      *  entry repeats the start date and time so the two pair up.
      *  A start entry with no end entry is a run that abended or
      *  stopped on an error.  The end entry says how the run
      *  finished -- completed clean, completed with exceptions on
      *  its report, or refused because a prerequisite was not met
      *  (the reason is in RL-MESSAGE) -- and carries up to four
      *  labelled record counts and one labelled money total.
      *  RL-PARMS holds the run's parameter record as read, and
      *  RL-RUN-MODE the PAYCYCLE run mode (regular, trial or
      *  off-cycle).  The prerequisite checks in PAYCYCLE, PAYRAISE
      *  and PAYGRECN, and the PAYBWIN batch-window report, read the
      *  log back from the start.  This member holds ONLY the
      *  record -- a single 01-level, so it is safe to COPY straight
      *  into an FD.
      *================================================================
       01  RUNLOG-RECORD.
           05  RL-PROGRAM              PIC X(8).
           05  RL-EVENT                PIC X.
               88  RL-START-ENTRY          VALUE 'S'.
               88  RL-END-ENTRY            VALUE 'E'.
           05  RL-START-DATE           PIC 9(8).
           05  RL-START-TIME           PIC 9(8).
           05  RL-LOG-DATE             PIC 9(8).
           05  RL-LOG-TIME             PIC 9(8).
           05  RL-COMPLETION           PIC X.
               88  RL-COMPLETED            VALUE 'C' 'X'.
               88  RL-COMPLETED-CLEAN      VALUE 'C'.
               88  RL-COMPLETED-EXCEPTIONS VALUE 'X'.
               88  RL-REFUSED              VALUE 'R'.
           05  RL-RUN-MODE             PIC X.
           05  RL-PARMS                PIC X(80).
           05  RL-COUNT-ENTRY OCCURS 4 TIMES.
               10  RL-COUNT-LABEL      PIC X(12).
               10  RL-COUNT            PIC 9(9).
           05  RL-TOTAL-LABEL          PIC X(12).
           05  RL-TOTAL                PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  RL-MESSAGE              PIC X(40).
