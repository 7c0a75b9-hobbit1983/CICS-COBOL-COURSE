      *  so history and year-end reporting survive the termination.
      *  Records written before the status byte existed carry a space
      *  there, which counts as active.
      *  PR-PAY-TYPE: 'H' is an hourly-paid employee, paid by PAYCYCLE
      *  from the hours on the period's PAYTIME timesheet at
      *  PR-HOURLY-RATE; 'S' (or a space, on records written before
      *  the pay type existed) is salaried and paid from PR-SALARY.
      *  For an hourly employee PR-SALARY is kept at the annual
      *  equivalent of the rate -- the rate times the standard 2080
      *  hours a year -- so the salary bands, the PAYCTRL totals and
      *  the department budgets go on working from PR-SALARY alone.
      *  A salaried employee carries a zero rate.
      *================================================================
       01  PAYROLL-RECORD.
           05  PR-KEY.
               88  PR-ACTIVE                      VALUE 'A' ' '.
               88  PR-TERMINATED                  VALUE 'T'.
           05  PR-TERM-DATE            PIC X(8).
           05  PR-PAY-TYPE             PIC X.
               88  PR-SALARIED                    VALUE 'S' ' '.
               88  PR-HOURLY                      VALUE 'H'.
           05  PR-HOURLY-RATE          PIC S9(3)V99 COMP-3.
