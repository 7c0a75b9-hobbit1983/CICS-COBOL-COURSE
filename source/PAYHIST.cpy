      *================================================================
      *  PAY-HISTORY-RECORD  --  permanent pay history, one record per
      *  employee per period paid, written by PAYCYCLE as each
      *  employee is paid and never overwritten by a later run, so a
      *  pay from any earlier period can be looked at again long
      *  after PAYCYCLE.ADV and PAYCYCLE.BANK have been recreated.
      *  Holds the figures exactly as the pay run computed them: the
      *  gross, the withholding band number and rate applied and the
      *  tax, the dependent-coverage benefit, every recurring
      *  deduction taken by code, the unpaid-leave reduction, the
      *  net, how it was paid and whether it was a FINAL PAY.  The
      *  one-time PAYADJ adjustments paid are listed by code: the
      *  taxable ones are inside HS-GROSS (HS-BASE-GROSS is the
      *  salary part before them), the non-taxable ones went
      *  straight to the net.  HS-RUN-TYPE 'O' marks an off-cycle
      *  run, which pays adjustments only and whose HS-PERIOD is
      *  the off-cycle run identifier rather than a pay period.
      *  HS-PERIODS-PER-YEAR is the divisor the run took the
      *  period gross from the annual salary with.  HS-RETRO-GROSS
      *  and HS-RETRO-TAX are what PAYRETRO has since worked out
      *  the period should have paid on top of the gross and tax
      *  shown, for a salary change back-dated into it (the
      *  arrears themselves are paid as PAYADJ adjustments by a
      *  later run); HS-RETRO-DATE is the last PAYRETRO run that
      *  changed them.  The pay run writes them as zero and
      *  spaces and never touches them again.
      *  HS-PAY-TYPE is how the employee was paid: 'S' salaried,
      *  'H' hourly, for which HS-HOURLY-RATE and the regular,
      *  overtime and holiday hours are those from the period's
      *  PAYTIME timesheet the gross was worked out on (all zero
      *  for a salaried pay and for an off-cycle run).
      *  HS-RUN-DATE is the date the pay run paid it, which is what
      *  PAYQTAX selects the quarter on for the withholding
      *  remittance.  Keyed employee-no/period, so a keyed browse
      *  hands the DATABUS PHST inquiry an employee's pays in period
      *  order.  A rerun of an abended period rewrites the record
      *  the first attempt left with the same figures.  This member
      *  holds ONLY the record -- a single 01-level, so it is safe to
      *  COPY straight into an FD (PAYCYCLE/PAYQTAX, RECORD KEY IS
      *  HS-KEY) as well as into Working-Storage (DATABUS).  The CICS
      *  RIDFLD key DATABUS builds to browse PAYHIST lives in
      *  PAYHKEY, not here.
      *================================================================
       01  PAY-HISTORY-RECORD.
           05  HS-KEY.
               10  HS-EMPLOYEE-NO      PIC X(5).
               10  HS-PERIOD           PIC X(6).
           05  HS-DEPARTMENT           PIC X.
           05  HS-NAME                 PIC X(20).
           05  HS-PERIOD-START         PIC X(8).
           05  HS-PERIOD-END           PIC X(8).
           05  HS-RUN-DATE             PIC X(8).
           05  HS-RUN-TYPE             PIC X.
               88  HS-REGULAR-RUN                     VALUE 'R'.
               88  HS-OFF-CYCLE-RUN                   VALUE 'O'.
           05  HS-BASE-GROSS           PIC S9(7)V99 COMP-3.
           05  HS-GROSS                PIC S9(7)V99 COMP-3.
           05  HS-TAX-BAND             PIC 9(2).
           05  HS-TAX-RATE             PIC S9(2)V99 COMP-3.
           05  HS-TAX                  PIC S9(7)V99 COMP-3.
           05  HS-DEP-COUNT            PIC 9(1).
           05  HS-BENEFIT              PIC S9(5)V99 COMP-3.
           05  HS-UNPAID-DAYS          PIC S9(2)V9  COMP-3.
           05  HS-UNPAID-RED           PIC S9(7)V99 COMP-3.
           05  HS-DEDN-COUNT           PIC 9(2).
           05  HS-DEDN-ENTRY OCCURS 20 TIMES.
               10  HS-DEDN-CODE            PIC X(4).
               10  HS-DEDN-AMOUNT          PIC S9(7)V99 COMP-3.
           05  HS-DEDN-TOTAL           PIC S9(7)V99 COMP-3.
           05  HS-ADJ-COUNT            PIC 9(2).
           05  HS-ADJ-ENTRY OCCURS 10 TIMES.
               10  HS-ADJ-CODE             PIC X(4).
               10  HS-ADJ-TAXABLE-IND      PIC X.
               10  HS-ADJ-AMOUNT           PIC S9(7)V99 COMP-3.
           05  HS-ADJ-NONTAX-TOTAL     PIC S9(7)V99 COMP-3.
           05  HS-NET                  PIC S9(7)V99 COMP-3.
           05  HS-FINAL-PAY-IND        PIC X.
               88  HS-FINAL-PAY                       VALUE 'Y'.
           05  HS-PAY-METHOD           PIC X.
               88  HS-PAID-BY-BANK                    VALUE 'B'.
               88  HS-PAID-BY-CHEQUE                  VALUE 'C'.
           05  HS-CHEQUE-NO            PIC 9(7).
           05  HS-PERIODS-PER-YEAR     PIC 9(2).
           05  HS-RETRO-GROSS          PIC S9(7)V99 COMP-3.
           05  HS-RETRO-TAX            PIC S9(7)V99 COMP-3.
           05  HS-RETRO-DATE           PIC X(8).
           05  HS-PAY-TYPE             PIC X.
               88  HS-SALARIED-PAY                    VALUE 'S' ' '.
               88  HS-HOURLY-PAY                      VALUE 'H'.
           05  HS-HOURLY-RATE          PIC S9(3)V99 COMP-3.
           05  HS-REGULAR-HOURS        PIC S9(3)V99 COMP-3.
           05  HS-OVERTIME-HOURS       PIC S9(3)V99 COMP-3.
           05  HS-HOLIDAY-HOURS        PIC S9(3)V99 COMP-3.
