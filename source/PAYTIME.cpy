      *================================================================
      *  TIMESHEET-RECORD  --  per-period timesheet feed for hourly-
      *  paid employees, one record per employee per pay period,
      *  delivered by the time-keeping system ahead of the pay run
      *  as the sequential PAYTIME file.  Carries the regular,
      *  overtime and holiday hours worked in the period; PAYCYCLE
      *  pays the hours at PR-HOURLY-RATE, overtime and holiday
      *  hours at the multipliers on its parameter record.  The
      *  department and employee number must name an active (or
      *  leaving-this-period) hourly employee on PAYROLL and
      *  TS-PERIOD the period being paid; any other record is
      *  rejected and listed on the pay register, never paid.
      *  This member holds ONLY the record -- a single 01-level, so
      *  it is safe to COPY straight into an FD (PAYCYCLE).
      *================================================================
       01  TIMESHEET-RECORD.
           05  TS-DEPARTMENT           PIC X.
           05  TS-EMPLOYEE-NO          PIC X(5).
           05  TS-PERIOD               PIC X(6).
           05  TS-REGULAR-HOURS        PIC 9(3)V99.
           05  TS-OVERTIME-HOURS       PIC 9(3)V99.
           05  TS-HOLIDAY-HOURS        PIC 9(3)V99.
           05  FILLER                  PIC X(13).
