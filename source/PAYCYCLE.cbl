                   net: a per-employee pay register plus a fixed-
                   format payment file for the bank with a trailer
                   carrying the record count and net-pay total.
                   The net goes into the employee's PAYBANK
                   direct-deposit accounts -- split between a
                   primary and an optional second account when one
                   is set up -- and each payment record carries the
                   sort code and account number it is paid into.
                   Only an account whose zero-value prenote has
                   cleared (PAYPRNT) is paid into; an employee with
                   no validated primary account is paid by cheque
                   instead, numbered on from the first cheque number
                   in the parameter record, written to the cheque
                   print file and listed on the cheque register.
                   The run's money is journalled for the GL on
                   PAYCYCLE.GL in the PAYGLPST.PST posting layout:
                   the gross debited to each department's 6100
                   salary-expense account, credited to the tax
                   withholding and benefits liabilities, one
                   payable per deduction code, and the net-pay
                   clearing accounts for the bank and cheque
                   payments -- with a control section on the
                   register proving the journal ties to the run
                   totals.
                   One-time earnings and adjustments keyed online on
                   PAYADJ -- a bonus, a commission, an expense
                   reimbursement, an overpayment recovery, a
                   correction for a missed pay -- are paid by the
                   first run for their target period or a later
                   one: a taxable entry goes into the gross ahead
                   of the withholding compute, a non-taxable one
                   straight onto the net, each is itemized on the
                   register and the pay advice, and each is marked
                   applied with the run that paid it.  Run mode 'O'
                   in the parameter record makes the run off-cycle:
                   it pays only the pending adjustments of the
                   employees named on the parameter records that
                   follow the first, under an off-cycle run
                   identifier recorded on PAYCYCLE.OFC.  An off-
                   cycle run pays no salary, accrues no leave, takes
                   no benefit or recurring deduction and leaves the
                   PAYCYCLE.CTL period control alone.
                   Run mode 'T' is a trial of the regular run: the
                   whole gross-to-net is computed and the register
                   printed as a preview, but nothing is paid or
                   posted -- no bank, cheque or GL journal file, no
                   pay advices, no PAYYTD, PAYLEAVE, PAYHIST or
                   PAYADJ update and no period recorded.  Instead
                   the trial lists on the PAYCYCLE.EXC exception
                   report every employee worth a look before the
                   money goes out (net not positive, deductions
                   over a set share of the gross, a net moved more
                   than a set percentage from the last period paid,
                   a bad dependent count, a deduction past its stop
                   date still on file, a terminated employee with
                   no termination date, a cheque with no cheque
                   number to give it) and a run with no withholding
                   bands in force, keeps an image of PAYROLL as it
                   read it on PAYCYCLE.TSN and records itself on
                   PAYCYCLE.TRL.  The regular run is refused unless
                   the trial on record is for the same period and
                   parameters and PAYROLL still matches the trial's
                   image record for record -- any change to PAYROLL
                   since, online or batch, means another trial.
                   An hourly-paid employee (PR-PAY-TYPE 'H') is paid
                   from the period's PAYTIME timesheet instead of
                   the salary: the regular hours at PR-HOURLY-RATE,
                   the overtime and holiday hours at that rate
                   times the multipliers in the parameter record,
                   and withheld on the band the period's pay falls
                   in taken over a whole year.  An hourly employee
                   with no timesheet for the period is listed on the
                   register and not paid.  A timesheet for a period
                   other than the one being paid, a second timesheet
                   for the same employee, or one for an employee
                   who is not on PAYROLL, is terminated or is
                   salaried, is rejected and listed on the register.
                   The trial records the timesheets it read, and the
                   regular run is refused if they have changed.
                   The period identifier in the parameter record is
                   checked against the PAYCYCLE.CTL period-control
                   file and a period that has already been paid is
                   figures are also posted to the PAYYTD year-to-
                   date earnings ledger, keyed by employee and
                   statement year, from which PAYSTMT prints the
                   annual earnings statements, and to the PAYHIST
                   pay history, one permanent record per employee
                   per period paid with the full breakdown of the
                   pay (the DATABUS PHST inquiry and the PAYQTAX
                   quarterly withholding report read it), and a pay
                   advice
                   page is written per paid employee showing the
                   gross, the tax band applied, the benefit broken
                   into base and per-dependent premium with the
                   covered dependents listed, and the net paid to
                   the bank.  Every run is recorded on the PAYRUNLG
                   run-control log with its parameters and totals.
                   A regular or off-cycle run recreates the
                   PAYCYCLE.BANK file the bank's returns are matched
                   against, so it is refused while the returns for
                   the last run that paid anything are still
                   outstanding -- that is, until PAYBRTN has
                   completed since that run (with an empty return
                   file when the bank sent nothing back).  A
                   regular or off-cycle run is also refused while an
                   earlier one never completed (a start entry on the
                   log with no end entry), unless it is the rerun of
                   that same period: otherwise a second run could
                   move YTD-LAST-PERIOD and the rerun would post the
                   year-to-date ledger twice for the employees the
                   failed run had reached.  Refusals -- this one, a
                   period already paid, no trial on record or
                   PAYROLL changed since it, no tax bands in force,
                   parameters missing or invalid -- are logged with
                   the reason.  A trial pays nothing and is not held
                   up by the log.  Run as a
                   stand-alone batch job, independent of the
                   DATABUS/DATAPGM online transaction.

       Environment Division.

               organization is sequential
               file status is WS-BANK-STATUS.

           select optional BANKACCT-FILE assign to "PAYBANK"
               organization is indexed
               access mode is random
               record key is BA-KEY
               file status is WS-BACCT-STATUS.

           select CHEQUE-FILE assign to "PAYCYCLE.CHQ"
               organization is sequential
               file status is WS-CHEQUE-STATUS.

           select CHQREG-FILE assign to "PAYCYCLE.CHR"
               organization is line sequential
               file status is WS-CHQREG-STATUS.

           select JOURNAL-FILE assign to "PAYCYCLE.GL"
               organization is sequential
               file status is WS-JOURNAL-STATUS.

           select REPORT-FILE assign to "PAYCYCLE.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
               record key is TB-KEY
               file status is WS-TAXB-STATUS.

           select optional DACC-FILE assign to "PAYDACC"
               organization is indexed
               access mode is sequential
               record key is DA-KEY
               file status is WS-DACC-STATUS.

           select optional DEDN-FILE assign to "PAYDEDN"
               organization is indexed
               access mode is dynamic
               record key is YTD-KEY
               file status is WS-YTD-STATUS.

           select optional HIST-FILE assign to "PAYHIST"
               organization is indexed
               access mode is dynamic
               record key is HS-KEY
               file status is WS-HIST-STATUS.

           select optional ADJ-FILE assign to "PAYADJ"
               organization is indexed
               access mode is dynamic
               record key is ADJ-KEY
               file status is WS-ADJUST-STATUS.

           select optional OFFCYC-FILE assign to "PAYCYCLE.OFC"
               organization is line sequential
               file status is WS-OFFCYC-STATUS.

           select optional TRIAL-FILE assign to "PAYCYCLE.TRL"
               organization is line sequential
               file status is WS-TRIAL-STATUS.

           select SNAP-FILE assign to "PAYCYCLE.TSN"
               organization is sequential
               file status is WS-SNAP-STATUS.

           select EXCEPT-FILE assign to "PAYCYCLE.EXC"
               organization is line sequential
               file status is WS-EXCEPT-STATUS.

           select optional TIME-FILE assign to "PAYTIME"
               organization is sequential
               file status is WS-TIME-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.
           05  PARM-PERIODS-PER-YEAR      pic 9(2).
           05  PARM-PERIOD-START          pic x(8).
           05  PARM-PERIOD-END            pic x(8).
           05  PARM-FIRST-CHEQUE-NO       pic 9(7).
           05  PARM-RUN-MODE              pic x.
           05  PARM-DEDN-PCT-LIMIT        pic 9(3).
           05  PARM-NET-CHANGE-PCT        pic 9(3).
           05  PARM-OT-MULTIPLIER         pic 9v99.
           05  PARM-HOL-MULTIPLIER        pic 9v99.
           05  filler                     pic x(36).

      *----------------------------------------------------------
      *  Off-cycle run: one employee number per parameter record
      *  after the first.
      *----------------------------------------------------------
       01  PARM-EMPL-RECORD.
           05  PARM-EMPL-NO               pic x(5).
           05  filler                     pic x(75).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  filler                     pic x     value spaces.
           05  PERIOD-RUN-DATE            pic 9(8).

      *----------------------------------------------------------
      *  Off-cycle run control -- same shape as PAYCYCLE.CTL, one
      *  record per off-cycle run identifier completed.
      *----------------------------------------------------------
       FD  OFFCYC-FILE.
       01  OFFCYC-RECORD.
           05  OFFCYC-ID                  pic x(6).
           05  filler                     pic x     value spaces.
           05  OFFCYC-RUN-DATE            pic 9(8).

      *----------------------------------------------------------
      *  Trial run control -- the last trial run, one record: the
      *  period and parameters it ran with, when it ran, how many
      *  PAYROLL records it read (the PAYCYCLE.TSN image) and how
      *  many exceptions it found, the overtime and holiday
      *  multipliers it paid hours at, and how many PAYTIME
      *  timesheet records it read with their hours in total.
      *----------------------------------------------------------
       FD  TRIAL-FILE.
       01  TRIAL-RECORD.
           05  TRL-PERIOD                 pic x(6).
           05  filler                     pic x.
           05  TRL-PPY                    pic 9(2).
           05  filler                     pic x.
           05  TRL-PERIOD-START           pic x(8).
           05  filler                     pic x.
           05  TRL-PERIOD-END             pic x(8).
           05  filler                     pic x.
           05  TRL-RUN-DATE               pic 9(8).
           05  filler                     pic x.
           05  TRL-RUN-TIME               pic 9(6).
           05  filler                     pic x.
           05  TRL-RECORD-COUNT           pic 9(7).
           05  filler                     pic x.
           05  TRL-EXCEPTION-COUNT        pic 9(7).
           05  filler                     pic x.
           05  TRL-OT-MULTIPLIER          pic 9v99.
           05  filler                     pic x.
           05  TRL-HOL-MULTIPLIER         pic 9v99.
           05  filler                     pic x.
           05  TRL-TIMESHEET-COUNT        pic 9(7).
           05  filler                     pic x.
           05  TRL-TIMESHEET-HOURS        pic 9(9)v99.

      *----------------------------------------------------------
      *  Image of every PAYROLL record the trial run read, in key
      *  order, for the regular run to compare PAYROLL against.
      *----------------------------------------------------------
       FD  SNAP-FILE.
       01  SNAP-RECORD                    pic x(349).

       FD  EXCEPT-FILE.
       01  EXCEPT-LINE                    pic x(132).

       FD  TIME-FILE.
           COPY PAYTIME.

       FD  PAYROLL-FILE.
           COPY PAYROLL.

       FD  BANK-FILE.
       01  BANK-RECORD                    pic x(80).

       FD  BANKACCT-FILE.
           COPY PAYBANK.

       FD  CHEQUE-FILE.
       01  CHEQUE-RECORD                  pic x(120).

       FD  CHQREG-FILE.
       01  CHQREG-LINE                    pic x(132).

      *----------------------------------------------------------
      *  Same journal-line shape PAYGLPST writes to PAYGLPST.PST.
      *----------------------------------------------------------
       FD  JOURNAL-FILE.
       01  POSTING-RECORD.
           05  PST-ACCOUNT                pic x(5).
           05  PST-DR-CR                  pic x.
           05  PST-AMOUNT                 pic 9(9)v99.
           05  PST-DEPARTMENT             pic x.
           05  PST-EMPLOYEE-NO            pic x(5).
           05  PST-ACTION                 pic x(4).
           05  PST-RUN-DATE               pic 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).
       FD  TAXBAND-FILE.
           COPY PAYTAXB.

       FD  DACC-FILE.
           COPY PAYDACC.

       FD  DEDN-FILE.
           COPY PAYDEDN.

       FD  YTD-FILE.
           COPY PAYYTD.

       FD  HIST-FILE.
           COPY PAYHIST.

       FD  ADJ-FILE.
           COPY PAYADJ.

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-YTD-STATUS                  pic xx.
       01  WS-DEDN-STATUS                 pic xx.
       01  WS-TAXB-STATUS                 pic xx.
       01  WS-DACC-STATUS                 pic xx.
       01  WS-LEAVE-STATUS                pic xx.
       01  WS-BACCT-STATUS                pic xx.
       01  WS-CHEQUE-STATUS               pic xx.
       01  WS-CHQREG-STATUS               pic xx.
       01  WS-JOURNAL-STATUS              pic xx.
       01  WS-HIST-STATUS                 pic xx.
       01  WS-HIST-FOUND-IND              pic x.
       01  WS-ADJUST-STATUS               pic xx.
       01  WS-OFFCYC-STATUS               pic xx.
       01  WS-TRIAL-STATUS                pic xx.
       01  WS-SNAP-STATUS                 pic xx.
       01  WS-EXCEPT-STATUS               pic xx.
       01  WS-TIME-STATUS                 pic xx.
       01  WS-RUNLOG-STATUS               pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE           pic 9(8).
       01  WS-RUNLOG-START-TIME           pic 9(8).
       01  WS-RUNLOG-PARMS                pic x(80)   value spaces.
       01  WS-RUNLOG-REASON               pic x(40)   value spaces.
       01  WS-RUNLOG-EOF-IND              pic x       value 'N'.
           88  WS-RUNLOG-EOF                          value 'Y'.
       01  WS-RETURNS-IND                 pic x       value 'N'.
           88  WS-RETURNS-OUTSTANDING                 value 'Y'.
       01  WS-RETURNS-PERIOD              pic x(6)    value spaces.
       01  WS-OPEN-RUN-IND                pic x       value 'N'.
           88  WS-OPEN-RUN                            value 'Y'.
       01  WS-OPEN-RUN-PERIOD             pic x(6)    value spaces.
       01  WS-OPEN-RUN-DATE               pic 9(8)    value 0.
       01  WS-OPEN-RUN-TIME               pic 9(8)    value 0.

       01  WS-FLAGS.
           05  WS-EOF-IND                 pic x       value 'N'.
               88  WS-PERIOD-EOF                      value 'Y'.
           05  WS-DEDN-EOF-IND            pic x       value 'N'.
               88  WS-DEDN-EOF                        value 'Y'.
           05  WS-PARM-EOF-IND            pic x       value 'N'.
               88  WS-PARM-EOF                        value 'Y'.
           05  WS-OFFCYC-EOF-IND          pic x       value 'N'.
               88  WS-OFFCYC-EOF                      value 'Y'.
           05  WS-ADJ-EOF-IND             pic x       value 'N'.
               88  WS-ADJ-EOF                         value 'Y'.
           05  WS-HIST-EOF-IND            pic x       value 'N'.
               88  WS-HIST-EOF                        value 'Y'.
           05  WS-CMP-EOF-IND             pic x       value 'N'.
               88  WS-CMP-EOF                         value 'Y'.
           05  WS-SNAP-EOF-IND            pic x       value 'N'.
               88  WS-SNAP-EOF                        value 'Y'.
           05  WS-CHANGED-IND             pic x       value 'N'.
               88  WS-PAYROLL-CHANGED                 value 'Y'.
           05  WS-TIME-EOF-IND            pic x       value 'N'.
               88  WS-TIME-EOF                        value 'Y'.

      *----------------------------------------------------------
      *  Run mode from the parameter record: 'O' is an off-cycle
      *  run paying only the pending adjustments of the employees
      *  named on the parameter records after the first (up to
      *  WS-NAMED-MAX of them); anything else is the regular run.
      *  WS-RUN-PERIOD then holds the off-cycle run identifier
      *  (yyyy plus any two characters that are not a regular
      *  period, e.g. 2026X1).  'T' is a trial of the regular
      *  run: everything is computed, nothing is paid or posted.
      *----------------------------------------------------------
       01  WS-RUN-MODE                    pic x       value 'R'.
           88  WS-OFF-CYCLE                           value 'O'.
           88  WS-TRIAL-RUN                           value 'T'.

      *----------------------------------------------------------
      *  Trial run exception limits, from the parameter record
      *  when given: deductions taking more than WS-DEDN-PCT-LIMIT
      *  percent of the gross, and a net more than WS-NET-CHANGE-
      *  PCT percent up or down on the employee's last regular
      *  period paid, are listed on the exception report.
      *----------------------------------------------------------
       01  WS-DEDN-PCT-LIMIT              pic 9(3)    value 50.
       01  WS-NET-CHANGE-PCT              pic 9(3)    value 25.
       01  WS-LAST-NET                    pic s9(7)v99.
       01  WS-LAST-PERIOD                 pic x(6).
       01  WS-LAST-FOUND-IND              pic x.
       01  WS-NET-CHANGE                  pic s9(7)v99.

       01  WS-SNAP-COUNT                  pic 9(7)    value 0.
       01  WS-CMP-COUNT                   pic 9(7)    value 0.

       01  WS-EXC-PAGE-NO                 pic 9(4)    value 0.
       01  WS-EXC-LINE-CNT                pic 9(4)    value 99.
       01  WS-EXC-COUNT                   pic 9(7)    value 0.
       01  WS-EX-NETNEG-COUNT             pic 9(7)    value 0.
       01  WS-EX-DEDN-COUNT               pic 9(7)    value 0.
       01  WS-EX-NETCHG-COUNT             pic 9(7)    value 0.
       01  WS-EX-NOBAND-COUNT             pic 9(7)    value 0.
       01  WS-EX-DEPCT-COUNT              pic 9(7)    value 0.
       01  WS-EX-STOPDT-COUNT             pic 9(7)    value 0.
       01  WS-EX-NOTERM-COUNT             pic 9(7)    value 0.
       01  WS-EX-NOCHQ-COUNT              pic 9(7)    value 0.
       01  WS-EX-NOTIME-COUNT             pic 9(7)    value 0.
       01  WS-EX-TSREJ-COUNT              pic 9(7)    value 0.

       01  EXC-HDG1.
           05  filler                     pic x(18) value 'PAYCYCLE'.
           05  filler                     pic x(38) value
               'TRIAL RUN EXCEPTION REPORT'.
           05  filler                     pic x(10) value 'RUN DATE:'.
           05  EXC-HDG1-DATE              pic x(10).
           05  filler                     pic x(10) value 'PAGE:'.
           05  EXC-HDG1-PAGE              pic zzz9.

       01  EXC-HDG3.
           05  filler                     pic x(11) value 'PERIOD:'.
           05  EXC-HDG3-PERIOD            pic x(6).
           05  filler                     pic x(3)  value spaces.
           05  filler                     pic x(17) value
               'DEDUCTION LIMIT:'.
           05  EXC-HDG3-DEDN-PCT          pic zz9.
           05  filler                     pic x(15) value
               '% OF GROSS'.
           05  filler                     pic x(18) value
               'NET CHANGE LIMIT:'.
           05  EXC-HDG3-NET-PCT           pic zz9.
           05  filler                     pic x     value '%'.

       01  EXC-HDG4.
           05  filler                     pic x(4)  value 'DEPT'.
           05  filler                     pic x(9)  value 'EMPL NO'.
           05  filler                     pic x(21) value
               'EMPLOYEE NAME'.
           05  filler                     pic x(36) value 'EXCEPTION'.
           05  filler                     pic x(13) value
               '     AMOUNT'.
           05  filler                     pic x(13) value
               '    AGAINST'.
           05  filler                     pic x(14) value 'DETAIL'.

       01  EXCEPTION-LINE.
           05  EXL-DEPT                   pic x.
           05  filler                     pic x(3).
           05  EXL-EMPL-NO                pic x(5).
           05  filler                     pic x(4).
           05  EXL-NAME                   pic x(20).
           05  filler                     pic x.
           05  EXL-TEXT                   pic x(36).
           05  EXL-AMOUNT                 pic zzz,zz9.99-.
           05  filler                     pic x(2).
           05  EXL-AGAINST                pic zzz,zz9.99-.
           05  filler                     pic x(2).
           05  EXL-INFO                   pic x(14).

      *----------------------------------------------------------
      *  Timesheets for hourly-paid employees.  1400-LOAD-
      *  TIMESHEETS reads the whole PAYTIME feed into this table
      *  before the pay run starts; each entry is matched to its
      *  employee as PAYROLL is read.  WS-TS-REJECT is the reason
      *  an entry is not paid (spaces while it still can be) --
      *  set on loading for a wrong period or a duplicate, on
      *  matching for a terminated or salaried employee, and at
      *  the end for an entry no PAYROLL record matched.  A feed
      *  larger than the table stops the run rather than leave
      *  hourly staff unpaid.  Overtime and holiday hours are
      *  paid at the hourly rate times these multipliers, from
      *  the parameter record when given.
      *----------------------------------------------------------
       01  WS-OT-MULTIPLIER               pic 9v99    value 1.50.
       01  WS-HOL-MULTIPLIER              pic 9v99    value 2.00.

       01  WS-TS-MAX                      pic s9(4) comp value 1000.
       01  WS-TS-COUNT                    pic s9(4) comp value 0.
       01  WS-TS-SUB                      pic s9(4) comp.
       01  WS-TS-DUP-SUB                  pic s9(4) comp.
       01  WS-TS-FOUND-IND                pic x.
           88  WS-TS-FOUND                            value 'Y'.
       01  WS-TS-TABLE.
           05  WS-TS-ENTRY occurs 1000 times.
               10  WS-TS-DEPT             pic x.
               10  WS-TS-EMPL-NO          pic x(5).
               10  WS-TS-PERIOD           pic x(6).
               10  WS-TS-REG-HOURS        pic 9(3)v99.
               10  WS-TS-OT-HOURS         pic 9(3)v99.
               10  WS-TS-HOL-HOURS        pic 9(3)v99.
               10  WS-TS-MATCHED-IND      pic x.
               10  WS-TS-REJECT           pic x(30).
       01  WS-TS-HOURS-TOTAL              pic 9(9)v99 value 0.
       01  WS-TS-READ-COUNT               pic 9(7)    value 0.
       01  WS-TS-REJECT-COUNT             pic 9(7)    value 0.
       01  WS-HOURLY-PAID-COUNT           pic 9(7)    value 0.
       01  WS-NOTIME-COUNT                pic 9(7)    value 0.

      *----------------------------------------------------------
      *  The hourly employee being paid: the rate for each kind of
      *  hour (overtime and holiday rates rounded to the cent) and
      *  what each kind paid.  WS-TAX-BASIS is the annual figure
      *  the withholding band is looked up on -- the annual salary
      *  for a salaried employee, the period's pay for the hours
      *  over a whole year for an hourly one.
      *----------------------------------------------------------
       01  WS-OT-RATE                     pic s9(5)v99.
       01  WS-HOL-RATE                    pic s9(5)v99.
       01  WS-REG-PAY                     pic s9(7)v99.
       01  WS-OT-PAY                      pic s9(7)v99.
       01  WS-HOL-PAY                     pic s9(7)v99.
       01  WS-TAX-BASIS                   pic s9(9)v99.

       01  WS-NAMED-MAX                   pic s9(4) comp value 200.
       01  WS-NAMED-COUNT                 pic s9(4) comp value 0.
       01  WS-NAMED-SUB                   pic s9(4) comp.
       01  WS-NAMED-FOUND-IND             pic x.
           88  WS-NAMED-FOUND                         value 'Y'.
       01  WS-NAMED-TABLE.
           05  WS-NAMED-ENTRY occurs 200 times.
               10  WS-NM-EMPL-NO          pic x(5).
               10  WS-NM-SEEN-IND         pic x.
       01  WS-NOADJ-COUNT                 pic 9(7)    value 0.
       01  WS-NAMEDMISS-COUNT             pic 9(7)    value 0.

       01  WS-RUN-PERIOD                  pic x(6).

               10  WS-AP-AMOUNT           pic s9(7)v99.
       01  WS-RUN-DATE-X                  pic x(8).

      *----------------------------------------------------------
      *  One-time adjustments for the employee being paid:
      *  3300-GATHER-ADJUSTMENTS picks the employee's PAYADJ
      *  entries this run pays and parks them here for the gross
      *  and net computes, the itemization and 4800-MARK-
      *  ADJUSTMENTS.  WS-BASE-GROSS is the salary part of the
      *  gross before the taxable entries are added to it.
      *----------------------------------------------------------
       01  WS-ADJ-MAX                     pic s9(4) comp value 10.
       01  WS-ADJ-COUNT                   pic s9(4) comp value 0.
       01  WS-ADJ-SUB                     pic s9(4) comp.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY occurs 10 times.
               10  WS-AJ-SEQ              pic 9(3).
               10  WS-AJ-CODE             pic x(4).
               10  WS-AJ-TAXABLE          pic x.
               10  WS-AJ-PERIOD           pic x(6).
               10  WS-AJ-AMOUNT           pic s9(7)v99.
       01  WS-ADJ-TAXABLE-SUM             pic s9(7)v99 value 0.
       01  WS-ADJ-NONTAX-SUM              pic s9(7)v99 value 0.
       01  WS-BASE-GROSS                  pic s9(7)v99.

       01  WS-ADJ-APPLIED-COUNT           pic 9(7)    value 0.
       01  WS-ADJ-TAXABLE-TOTAL           pic s9(11)v99 value 0.
       01  WS-ADJ-NONTAX-TOTAL            pic s9(11)v99 value 0.

      *----------------------------------------------------------
      *  WS-DEP-COUNT-USE -- the dependent count actually used in
      *  the benefit compute.  Records added online before the

      *----------------------------------------------------------
      *  Fixed-format bank payment records: one 'D' detail per
      *  account paid into and a final 'T' trailer carrying the
      *  detail count and the total paid to the bank, so the bank
      *  can prove it received the whole file.  Each detail
      *  carries the sort code and account number it is paid
      *  into and the PAYBANK account sequence, so an employee
      *  splitting the net across two accounts gets two details
      *  and PAYBRTN can match a return to the one leg that
      *  bounced.  WS-BD-ENTRY-TYPE is 'P' for a payment; the
      *  same layout with 'Z' and a zero amount is the prenote
      *  PAYPRNT sends ahead of a new account going live.
      *----------------------------------------------------------
       01  WS-BANK-DETAIL.
           05  WS-BD-TYPE                 pic x       value 'D'.
           05  WS-BD-NET                  pic 9(9)v99.
           05  WS-BD-DEPT                 pic x.
           05  WS-BD-PERIOD               pic x(6).
           05  WS-BD-SORT-CODE            pic x(6).
           05  WS-BD-ACCOUNT-NO           pic x(10).
           05  WS-BD-ACCOUNT-TYPE         pic x.
           05  WS-BD-ACCT-SEQ             pic 9.
           05  WS-BD-ENTRY-TYPE           pic x       value 'P'.
           05  filler                     pic x(17)   value spaces.

       01  WS-BANK-TRAILER.
           05  WS-BT-TYPE                 pic x       value 'T'.
           05  WS-BT-COUNT                pic 9(7).
           05  WS-BT-NET-TOTAL            pic 9(11)v99.
           05  WS-BT-PERIOD               pic x(6).
           05  filler                     pic x(53)   value spaces.

       01  WS-BANK-REC-COUNT              pic 9(7)    value 0.
       01  WS-BANK-NET-TOTAL              pic s9(11)v99 value 0.
       01  WS-BANKPAY-COUNT               pic 9(7)    value 0.

      *----------------------------------------------------------
      *  Payment routing for the employee being paid, set up by
      *  4400-ROUTE-PAYMENT: up to two bank legs (the second
      *  account's split first, the primary taking the rest) or
      *  a cheque when there is no validated primary account.
      *----------------------------------------------------------
       01  WS-CHEQUE-IND                  pic x.
           88  WS-PAY-BY-CHEQUE                       value 'Y'.
       01  WS-BA-FOUND-IND                pic x.
       01  WS-SPLIT-AMT                   pic s9(7)v99.
       01  WS-LEG-SUB                     pic s9(4) comp.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY occurs 2 times.
               10  WS-LG-SEQ              pic 9.
               10  WS-LG-SORT-CODE        pic x(6).
               10  WS-LG-ACCOUNT-NO       pic x(10).
               10  WS-LG-ACCOUNT-TYPE     pic x.
               10  WS-LG-AMOUNT           pic s9(7)v99.

      *----------------------------------------------------------
      *  Cheque print records: one 'C' detail per employee paid
      *  by cheque, carrying the cheque number and the mailing
      *  address from PAYROLL, and a 'T' trailer with the count,
      *  total and the cheque number range used.
      *----------------------------------------------------------
       01  WS-NEXT-CHEQUE-NO              pic 9(7)    value 0.
       01  WS-FIRST-CHEQUE-NO             pic 9(7)    value 0.
       01  WS-CHEQUE-COUNT                pic 9(7)    value 0.
       01  WS-CHEQUE-TOTAL                pic s9(11)v99 value 0.

       01  WS-CHEQUE-DETAIL.
           05  WS-CD-TYPE                 pic x       value 'C'.
           05  WS-CD-CHEQUE-NO            pic 9(7).
           05  WS-CD-EMPL-NO              pic x(5).
           05  WS-CD-NAME                 pic x(20).
           05  WS-CD-NET                  pic 9(9)v99.
           05  WS-CD-DEPT                 pic x.
           05  WS-CD-PERIOD               pic x(6).
           05  WS-CD-ADDR1                pic x(20).
           05  WS-CD-ADDR2                pic x(20).
           05  WS-CD-ADDR3                pic x(20).
           05  filler                     pic x(9)    value spaces.

       01  WS-CHEQUE-TRAILER.
           05  WS-CT-TYPE                 pic x       value 'T'.
           05  WS-CT-COUNT                pic 9(7).
           05  WS-CT-NET-TOTAL            pic 9(11)v99.
           05  WS-CT-PERIOD               pic x(6).
           05  WS-CT-FIRST-NO             pic 9(7).
           05  WS-CT-LAST-NO              pic 9(7).
           05  filler                     pic x(79)   value spaces.

       01  WS-CHR-PAGE-NO                 pic 9(4)    value 0.
       01  WS-CHR-LINE-CNT                pic 9(4)    value 99.

       01  CHR-HDG1.
           05  filler                     pic x(18) value 'PAYCYCLE'.
           05  filler                     pic x(38) value
               'CHEQUE REGISTER'.
           05  filler                     pic x(10) value 'RUN DATE:'.
           05  CHR-HDG1-DATE              pic x(10).
           05  filler                     pic x(10) value 'PAGE:'.
           05  CHR-HDG1-PAGE              pic zzz9.

       01  CHR-HDG3.
           05  filler                     pic x(10) value 'CHEQUE NO'.
           05  filler                     pic x(6)  value 'DEPT'.
           05  filler                     pic x(9)  value 'EMPL NO'.
           05  filler                     pic x(21) value
               'PAYEE'.
           05  filler                     pic x(12) value 'AMOUNT'.
           05  filler                     pic x(20) value 'ADDRESS'.

       01  CHR-DETAIL-LINE.
           05  CHR-CHEQUE-NO              pic 9(7).
           05  filler                     pic x(3)  value spaces.
           05  CHR-DEPT                   pic x.
           05  filler                     pic x(5)  value spaces.
           05  CHR-EMPL-NO                pic x(5).
           05  filler                     pic x(4)  value spaces.
           05  CHR-NAME                   pic x(20).
           05  filler                     pic x(1)  value spaces.
           05  CHR-AMOUNT                 pic zzz,zz9.99.
           05  filler                     pic x(2)  value spaces.
           05  CHR-ADDR1                  pic x(20).

      *----------------------------------------------------------
      *  Pay-run GL journal.  The gross is gathered per
      *  department for the 6100+department salary-expense debits
      *  and the deductions per DED-CODE for the payables, as
      *  each employee is paid; the journal lines themselves are
      *  written once at the end of the run (7600-WRITE-JOURNAL).
      *  Each deduction code's payable line goes to the code's
      *  own payable account from PAYDACC, loaded into
      *  WS-DACC-TABLE as the run starts, with the code in
      *  PST-ACTION; a code with no PAYDACC record goes to the
      *  23000 deductions-payable control account and is listed
      *  on the journal control.  Every other line carries PAYR.
      *----------------------------------------------------------
       01  WS-EXPENSE-ACCOUNT.
           05  filler                     pic x(4)    value '6100'.
           05  WS-EXPENSE-DEPT            pic x.
       01  WS-TAX-LIAB-ACCOUNT            pic x(5)    value '22100'.
       01  WS-BEN-LIAB-ACCOUNT            pic x(5)    value '22200'.
       01  WS-DEDN-PAY-ACCOUNT            pic x(5)    value '23000'.
       01  WS-NET-BANK-ACCOUNT            pic x(5)    value '21500'.
       01  WS-NET-CHEQUE-ACCOUNT          pic x(5)    value '21600'.
       01  WS-NONTAX-ACCOUNT.
           05  filler                     pic x(4)    value '6200'.
           05  WS-NONTAX-DEPT             pic x.

       01  WS-GL-DEPT-MAX                 pic s9(4) comp value 36.
       01  WS-GL-DEPT-COUNT               pic s9(4) comp value 0.
       01  WS-GL-DEPT-SUB                 pic s9(4) comp.
       01  WS-GL-DEPT-TABLE.
           05  WS-GL-DEPT-ENTRY occurs 36 times.
               10  WS-GD-DEPT             pic x.
               10  WS-GD-GROSS            pic s9(11)v99.
               10  WS-GD-NONTAX           pic s9(11)v99.

       01  WS-GL-DEDN-MAX                 pic s9(4) comp value 50.
       01  WS-GL-DEDN-COUNT               pic s9(4) comp value 0.
       01  WS-GL-DEDN-SUB                 pic s9(4) comp.
       01  WS-GL-DEDN-TABLE.
           05  WS-GL-DEDN-ENTRY occurs 50 times.
               10  WS-GC-CODE             pic x(4).
               10  WS-GC-AMOUNT           pic s9(11)v99.
               10  WS-GC-ACCOUNT          pic x(5).
               10  WS-GC-MAPPED-IND       pic x.

       01  WS-DACC-MAX                    pic s9(4) comp value 50.
       01  WS-DACC-COUNT                  pic s9(4) comp value 0.
       01  WS-DACC-SUB                    pic s9(4) comp.
       01  WS-DACC-EOF-IND                pic x       value 'N'.
           88  WS-DACC-EOF                            value 'Y'.
       01  WS-DACC-TABLE.
           05  WS-DACC-ENTRY occurs 50 times.
               10  WS-DA-CODE             pic x(4).
               10  WS-DA-ACCOUNT          pic x(5).
       01  WS-GL-UNMAPPED-COUNT           pic 9(7)    value 0.

       01  WS-GL-FOUND-IND                pic x.
           88  WS-GL-FOUND                            value 'Y'.
       01  WS-GL-AMOUNT                   pic s9(11)v99.
       01  WS-GL-LINES                    pic 9(7)    value 0.
       01  WS-GL-DEBIT-TOTAL              pic s9(11)v99 value 0.
       01  WS-GL-CREDIT-TOTAL             pic s9(11)v99 value 0.
       01  WS-GL-GROSS                    pic s9(11)v99 value 0.
       01  WS-GL-TAX                      pic s9(11)v99 value 0.
       01  WS-GL-BEN                      pic s9(11)v99 value 0.
       01  WS-GL-DEDN                     pic s9(11)v99 value 0.
       01  WS-GL-NET                      pic s9(11)v99 value 0.
       01  WS-GL-NONTAX                   pic s9(11)v99 value 0.
       01  WS-GL-POST-AMT                 pic s9(11)v99.
       01  WS-GL-SAVE-DR-CR               pic x.

       01  GL-HDG.
           05  filler                     pic x(24) value
               'PAY-RUN GL JOURNAL'.
           05  filler                     pic x(19) value
               'JOURNAL'.
           05  filler                     pic x(19) value
               'PAY RUN'.
           05  filler                     pic x(14) value 'STATUS'.

       01  TIE-LINE.
           05  TIE-LABEL                  pic x(24).
           05  TIE-JOURNAL                pic z,zzz,zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  TIE-PAYRUN                 pic z,zzz,zzz,zz9.99-.
           05  filler                     pic x(2)  value spaces.
           05  TIE-STATUS                 pic x(14).

       01  DACC-LINE.
           05  filler                     pic x(15) value
               'DEDUCTION CODE'.
           05  DAL-CODE                   pic x(4).
           05  filler                     pic x(39) value
               ' HAS NO PAYDACC ACCOUNT - POSTED TO'.
           05  DAL-ACCOUNT                pic x(5).

       01  HDG1.
           05  filler                     pic x(18) value 'PAYCYCLE'.
           05  filler                     pic x(17) value
               'PERIODS PER YEAR:'.
           05  HDG3-PPY                   pic z9.
           05  filler                     pic x(3)  value spaces.
           05  HDG3-MODE                  pic x(30).

       01  HDG4.
           05  filler                     pic x(4)  value 'DEPT'.
           05  filler                     pic x(2)  value spaces.
           05  DDL-AMOUNT                 pic zzz,zz9.99.

       01  ADJ-LINE.
           05  filler                     pic x(8)  value spaces.
           05  filler                     pic x(11) value
               'ADJUSTMENT'.
           05  AJL-CODE                   pic x(4).
           05  filler                     pic x(2)  value spaces.
           05  AJL-TAXABLE                pic x(12).
           05  filler                     pic x(8)  value 'PERIOD'.
           05  AJL-PERIOD                 pic x(6).
           05  filler                     pic x(2)  value spaces.
           05  AJL-AMOUNT                 pic zzz,zz9.99-.

       01  HOURS-LINE.
           05  filler                     pic x(8)  value spaces.
           05  filler                     pic x(10) value
               'HOURS  REG'.
           05  HRL-REG                    pic zz9.99.
           05  filler                     pic x(4)  value '  OT'.
           05  HRL-OT                     pic zz9.99.
           05  filler                     pic x(5)  value '  HOL'.
           05  HRL-HOL                    pic zz9.99.
           05  filler                     pic x(9)  value '  AT RATE'.
           05  HRL-RATE                   pic zzz9.99.

       01  NOTIME-LINE.
           05  NTL-DEPT                   pic x(2).
           05  filler                     pic x(2)  value spaces.
           05  NTL-EMPL-NO                pic x(7).
           05  filler                     pic x(2)  value spaces.
           05  NTL-NAME                   pic x(20).
           05  filler                     pic x(44) value
               'HOURLY - NO TIMESHEET FOR PERIOD, NOT PAID'.

       01  TS-REJECT-LINE.
           05  filler                     pic x(20) value
               'TIMESHEET REJECTED:'.
           05  TRL-L-DEPT                 pic x(2).
           05  TRL-L-EMPL-NO              pic x(7).
           05  TRL-L-PERIOD               pic x(8).
           05  TRL-L-HOURS                pic zzz9.99.
           05  filler                     pic x(6)  value ' HRS  '.
           05  TRL-L-REASON               pic x(30).

       01  NAMED-MISS-LINE.
           05  filler                     pic x(40) value
               'NAMED FOR OFF-CYCLE, NOT ON PAYROLL:'.
           05  NML-EMPL-NO                pic x(5).

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(24).
           05  CL-COUNT                   pic zzz,zz9.
           05  filler                     pic x(1)  value spaces.
           05  ADV-DEP-REL                pic x(10).

       01  ADV-HOURS-LINE.
           05  ADV-HRL-LABEL              pic x(13).
           05  ADV-HRL-HOURS              pic zz9.99.
           05  filler                     pic x(8)  value ' HRS AT '.
           05  ADV-HRL-RATE               pic zzz9.99.
           05  ADV-HRL-AMOUNT             pic zzz,zz9.99-.

       01  ADV-FINAL-LINE.
           05  filler                     pic x(40) value
               '*** FINAL PAY - PRO-RATED GROSS ***'.
           05  filler                     pic x(20) value spaces.
           05  ADV-DDL-AMOUNT             pic zzz,zz9.99-.

       01  ADV-OFFCYC-LINE.
           05  filler                     pic x(40) value
               '*** OFF-CYCLE PAYMENT ***'.

       01  ADV-ADJ-LINE.
           05  filler                     pic x(11) value
               'ADJUSTMENT'.
           05  ADV-AJL-CODE               pic x(4).
           05  filler                     pic x(1)  value spaces.
           05  ADV-AJL-TYPE               pic x(18).
           05  ADV-AJL-AMOUNT             pic zzz,zz9.99-.

       01  ADV-LEAVE-LINE.
           05  filler                     pic x(14) value
               'UNPAID LEAVE ('.
           05  filler                     pic x(9)  value spaces.
           05  ADV-LVL-AMOUNT             pic zzz,zz9.99-.

       01  ADV-LEG-LINE.
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(8)  value 'ACCOUNT'.
           05  ADV-LEG-SORT-CODE          pic x(6).
           05  filler                     pic x(1)  value spaces.
           05  ADV-LEG-ACCOUNT-NO         pic x(10).
           05  filler                     pic x(7)  value ':'.
           05  ADV-LEG-AMOUNT             pic zzz,zz9.99-.

       01  ADV-CHQ-LINE.
           05  filler                     pic x(2)  value spaces.
           05  filler                     pic x(11) value
               'CHEQUE NO.'.
           05  ADV-CHQ-NO                 pic 9(7).
           05  filler                     pic x(14) value ':'.
           05  ADV-CHQ-AMOUNT             pic zzz,zz9.99-.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-PROCESS until WS-EOF
           if not WS-TRIAL-RUN
              perform 7500-WRITE-TRAILER
              perform 7600-WRITE-JOURNAL
           end-if
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
                  display 'PAYCYCLE: PARM FILE IS EMPTY'
                  stop run
           end-read
           move PARM-RECORD to WS-RUNLOG-PARMS

           move PARM-PERIOD           to WS-RUN-PERIOD
           move PARM-PERIODS-PER-YEAR to WS-PERIODS-PER-YEAR
           move PARM-PERIOD-START     to WS-PERIOD-START
           move PARM-PERIOD-END       to WS-PERIOD-END
           if PARM-FIRST-CHEQUE-NO numeric
              move PARM-FIRST-CHEQUE-NO to WS-NEXT-CHEQUE-NO
              move PARM-FIRST-CHEQUE-NO to WS-FIRST-CHEQUE-NO
           end-if
           if PARM-RUN-MODE = 'O'
              move 'O' to WS-RUN-MODE
              perform 1100-LOAD-NAMED until WS-PARM-EOF
           end-if
           if PARM-RUN-MODE = 'T'
              move 'T' to WS-RUN-MODE
           end-if
           if PARM-DEDN-PCT-LIMIT numeric and PARM-DEDN-PCT-LIMIT > 0
              move PARM-DEDN-PCT-LIMIT to WS-DEDN-PCT-LIMIT
           end-if
           if PARM-NET-CHANGE-PCT numeric and PARM-NET-CHANGE-PCT > 0
              move PARM-NET-CHANGE-PCT to WS-NET-CHANGE-PCT
           end-if
           if PARM-OT-MULTIPLIER numeric and PARM-OT-MULTIPLIER > 0
              move PARM-OT-MULTIPLIER to WS-OT-MULTIPLIER
           end-if
           if PARM-HOL-MULTIPLIER numeric and PARM-HOL-MULTIPLIER > 0
              move PARM-HOL-MULTIPLIER to WS-HOL-MULTIPLIER
           end-if

           close PARM-FILE

           perform 9700-LOG-START
           if not WS-TRIAL-RUN
              perform 1900-CHECK-PREREQUISITE
           end-if

           if WS-RUN-PERIOD = spaces
              move 'PERIOD MISSING FROM PARM' to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if WS-OFF-CYCLE
              if WS-RUN-PERIOD-YEAR not numeric
                 move 'OFF-CYCLE ID MUST START WITH THE YEAR'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
              if WS-NAMED-COUNT = 0
                 move 'OFF-CYCLE RUN NAMES NO EMPLOYEES'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
           else
              if WS-PERIODS-PER-YEAR = 0
                 move 'PERIODS PER YEAR MISSING FROM PARM'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if

              if WS-PERIOD-START not numeric or
                 WS-PERIOD-END not numeric or
                 WS-PERIOD-START > WS-PERIOD-END
                 move 'PERIOD START/END DATES MISSING/INVALID'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
           end-if

           perform 1500-CHECK-PERIOD
           if WS-OFF-CYCLE
              perform 1550-CHECK-OFFCYCLE
           else
              perform 1400-LOAD-TIMESHEETS
           end-if
           if not WS-OFF-CYCLE and not WS-TRIAL-RUN
              perform 1800-CHECK-TRIAL
           end-if

           open input PAYROLL-FILE
           if WS-PAYROLL-STATUS not = '00'
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN REPORT, STATUS='
              stop run
           end-if

           if WS-TRIAL-RUN
              perform 1300-OPEN-TRIAL-FILES
           else
              perform 1200-OPEN-PAYMENT-FILES
           end-if

           open input BANKACCT-FILE
           if WS-BACCT-STATUS not = '00' and
              WS-BACCT-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN BANK ACCOUNTS, '
                      'STATUS=' WS-BACCT-STATUS
              stop run
           end-if

           open input DEDN-FILE
           if WS-DEDN-STATUS not = '00' and
              WS-DEDN-STATUS not = '05'
           close TAXBAND-FILE

           if WS-TB-COUNT = 0
              if WS-TRIAL-RUN
                 perform 5680-EXC-NO-TAX-BANDS
              else
                 move 'NO TAX BANDS IN FORCE FOR RUN DATE'
                      to WS-RUNLOG-REASON
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
           end-if

           open input DACC-FILE
           if WS-DACC-STATUS not = '00' and
              WS-DACC-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN PAYDACC, STATUS='
                       WS-DACC-STATUS
              stop run
           end-if

           read DACC-FILE
               at end move 'Y' to WS-DACC-EOF-IND
           end-read
           perform 1750-LOAD-DEDN-ACCOUNTS until WS-DACC-EOF
           close DACC-FILE

      * a trial reads the leave, history and adjustment files but
      * never updates them

           if WS-TRIAL-RUN
              open input LEAVE-FILE
           else
              open i-o LEAVE-FILE
           end-if
           if WS-LEAVE-STATUS not = '00' and
              WS-LEAVE-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN LEAVE FILE, '
              stop run
           end-if

           if WS-TRIAL-RUN
              open input HIST-FILE
           else
              open i-o HIST-FILE
           end-if
           if WS-HIST-STATUS not = '00' and
              WS-HIST-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN PAY HISTORY, STATUS='
                       WS-HIST-STATUS
              stop run
           end-if

           if WS-TRIAL-RUN
              open input ADJ-FILE
           else
              open i-o ADJ-FILE
           end-if
           if WS-ADJUST-STATUS not = '00' and
              WS-ADJUST-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN ADJUSTMENTS, STATUS='
                       WS-ADJUST-STATUS
              stop run
           end-if

           exit.

      **********************************************************
      * Off-cycle run: the employees to pay follow the first     *
      * parameter record, one employee number per record.  Blank *
      * records are passed over; a list longer than the table    *
      * stops the run rather than quietly leave people unpaid.   *
      **********************************************************
       1100-LOAD-NAMED.

           read PARM-FILE
               at end move 'Y' to WS-PARM-EOF-IND
           end-read

           if not WS-PARM-EOF and PARM-EMPL-NO not = spaces
              if WS-NAMED-COUNT < WS-NAMED-MAX
                 add 1 to WS-NAMED-COUNT
                 move PARM-EMPL-NO to WS-NM-EMPL-NO(WS-NAMED-COUNT)
                 move 'N'          to WS-NM-SEEN-IND(WS-NAMED-COUNT)
              else
                 display 'PAYCYCLE: TOO MANY EMPLOYEES NAMED FOR THE '
                         'OFF-CYCLE RUN - RUN STOPPED'
                 stop run
              end-if
           end-if
           exit.

      **********************************************************
      * The files that pay and post the run -- never opened by a *
      * trial, so a trial cannot overwrite the last run's bank   *
      * file before PAYBRTN has matched its returns.             *
      **********************************************************
       1200-OPEN-PAYMENT-FILES.

           open output BANK-FILE
           if WS-BANK-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN BANK FILE, STATUS='
                       WS-BANK-STATUS
              stop run
           end-if

           open output CHEQUE-FILE
           if WS-CHEQUE-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN CHEQUE FILE, STATUS='
                       WS-CHEQUE-STATUS
              stop run
           end-if

           open output CHQREG-FILE
           if WS-CHQREG-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN CHEQUE REGISTER, '
                      'STATUS=' WS-CHQREG-STATUS
              stop run
           end-if

           open output JOURNAL-FILE
           if WS-JOURNAL-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN GL JOURNAL, STATUS='
                       WS-JOURNAL-STATUS
              stop run
           end-if

           open output ADVICE-FILE
           if WS-ADVICE-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN ADVICE FILE, '
                      'STATUS=' WS-ADVICE-STATUS
              stop run
           end-if

           open i-o YTD-FILE
           if WS-YTD-STATUS not = '00' and
              WS-YTD-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN YTD LEDGER, STATUS='
                       WS-YTD-STATUS
              stop run
           end-if
           exit.

       1300-OPEN-TRIAL-FILES.

           open output SNAP-FILE
           if WS-SNAP-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN PAYROLL IMAGE, STATUS='
                       WS-SNAP-STATUS
              stop run
           end-if

           open output EXCEPT-FILE
           if WS-EXCEPT-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN EXCEPTION REPORT, '
                      'STATUS=' WS-EXCEPT-STATUS
              stop run
           end-if

           perform 6700-EXCEPTION-HEADINGS
           exit.

      **********************************************************
      * Load the period's timesheets.  No PAYTIME file at all    *
      * just means no hourly pay this run -- every hourly        *
      * employee is then listed as having no timesheet.  A       *
      * record for another period, or a second record for an     *
      * employee already loaded, is kept with its reject reason  *
      * so it is listed with the other rejects.                  *
      **********************************************************
       1400-LOAD-TIMESHEETS.

           open input TIME-FILE
           if WS-TIME-STATUS not = '00' and
              WS-TIME-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN TIMESHEETS, STATUS='
                       WS-TIME-STATUS
              stop run
           end-if

           perform 1450-READ-TIMESHEET until WS-TIME-EOF

           close TIME-FILE
           exit.

       1450-READ-TIMESHEET.

           read TIME-FILE
               at end move 'Y' to WS-TIME-EOF-IND
           end-read

           if not WS-TIME-EOF
              add 1 to WS-TS-READ-COUNT
              if WS-TS-COUNT not < WS-TS-MAX
                 display 'PAYCYCLE: TOO MANY TIMESHEETS ON PAYTIME - '
                         'RUN STOPPED'
                 stop run
              end-if
              add 1 to WS-TS-COUNT
              move TS-DEPARTMENT  to WS-TS-DEPT(WS-TS-COUNT)
              move TS-EMPLOYEE-NO to WS-TS-EMPL-NO(WS-TS-COUNT)
              move TS-PERIOD      to WS-TS-PERIOD(WS-TS-COUNT)
              move 'N'            to WS-TS-MATCHED-IND(WS-TS-COUNT)
              move spaces         to WS-TS-REJECT(WS-TS-COUNT)
              if TS-REGULAR-HOURS numeric and
                 TS-OVERTIME-HOURS numeric and
                 TS-HOLIDAY-HOURS numeric
                 move TS-REGULAR-HOURS  to
                      WS-TS-REG-HOURS(WS-TS-COUNT)
                 move TS-OVERTIME-HOURS to
                      WS-TS-OT-HOURS(WS-TS-COUNT)
                 move TS-HOLIDAY-HOURS  to
                      WS-TS-HOL-HOURS(WS-TS-COUNT)
                 add TS-REGULAR-HOURS TS-OVERTIME-HOURS
                     TS-HOLIDAY-HOURS to WS-TS-HOURS-TOTAL
              else
                 move 0 to WS-TS-REG-HOURS(WS-TS-COUNT)
                 move 0 to WS-TS-OT-HOURS(WS-TS-COUNT)
                 move 0 to WS-TS-HOL-HOURS(WS-TS-COUNT)
                 move 'HOURS NOT NUMERIC' to
                      WS-TS-REJECT(WS-TS-COUNT)
              end-if
              if WS-TS-REJECT(WS-TS-COUNT) = spaces and
                 TS-PERIOD not = WS-RUN-PERIOD
                 move 'NOT FOR THE PERIOD BEING PAID' to
                      WS-TS-REJECT(WS-TS-COUNT)
              end-if
              if WS-TS-REJECT(WS-TS-COUNT) = spaces
                 perform 1470-CHECK-DUPLICATE-TS
              end-if
           end-if
           exit.

       1470-CHECK-DUPLICATE-TS.

           perform varying WS-TS-DUP-SUB from 1 by 1
              until WS-TS-DUP-SUB not < WS-TS-COUNT
              if WS-TS-DEPT(WS-TS-DUP-SUB) = TS-DEPARTMENT and
                 WS-TS-EMPL-NO(WS-TS-DUP-SUB) = TS-EMPLOYEE-NO and
                 WS-TS-REJECT(WS-TS-DUP-SUB) = spaces
                 move 'SECOND TIMESHEET FOR EMPLOYEE' to
                      WS-TS-REJECT(WS-TS-COUNT)
              end-if
           end-perform
           exit.

      **********************************************************
      * Period-end control: a period already recorded in the     *
      * control file has been paid, and paying it again would    *
      * double-pay the whole shop -- refuse the run.             *
      **********************************************************
       1500-CHECK-PERIOD.

           open input PERIOD-FILE
           if WS-PERIOD-STATUS not = '00' and
              WS-PERIOD-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN PERIOD CONTROL, '
                      'STATUS=' WS-PERIOD-STATUS
              stop run
           end-if

           perform 1600-READ-PERIOD until WS-PERIOD-EOF

           close PERIOD-FILE
           exit.

       1600-READ-PERIOD.

           read PERIOD-FILE
               at end move 'Y' to WS-PERIOD-EOF-IND
           end-read

           if not WS-PERIOD-EOF
              if PERIOD-ID = WS-RUN-PERIOD
                 move 'PERIOD        HAS ALREADY BEEN PAID'
                      to WS-RUNLOG-REASON
                 move WS-RUN-PERIOD to WS-RUNLOG-REASON(8:6)
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
           end-if
           exit.

      **********************************************************
      * Off-cycle control: the run identifier may be neither a   *
      * regular period (1500-CHECK-PERIOD has just refused those *
      * already paid) nor an off-cycle run already completed.    *
      **********************************************************
       1550-CHECK-OFFCYCLE.

           open input OFFCYC-FILE
           if WS-OFFCYC-STATUS not = '00' and
              WS-OFFCYC-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN OFF-CYCLE CONTROL, '
                      'STATUS=' WS-OFFCYC-STATUS
              stop run
           end-if

           perform 1650-READ-OFFCYCLE until WS-OFFCYC-EOF

           close OFFCYC-FILE
           exit.

       1650-READ-OFFCYCLE.

           read OFFCYC-FILE
               at end move 'Y' to WS-OFFCYC-EOF-IND
           end-read

           if not WS-OFFCYC-EOF
              if OFFCYC-ID = WS-RUN-PERIOD
                 move 'OFF-CYCLE RUN        ALREADY PAID'
                      to WS-RUNLOG-REASON
                 move WS-RUN-PERIOD to WS-RUNLOG-REASON(15:6)
                 perform 9850-LOG-REFUSED
                 stop run
              end-if
           end-if
           exit.

      **********************************************************
      * Load the withholding bands in force for the run date.    *
      * The file comes in key order, so all the bands of one      *
      * effective date arrive together: a new effective date on   *
      * or before the run date restarts the table, a date after   *
      * the run date is skipped, and what is left at end of file  *
      * is the latest set in force.                               *
      **********************************************************
       1700-LOAD-TAX-BANDS.

           if TB-EFF-DATE not > WS-RUN-DATE-X
              if TB-EFF-DATE not = WS-TB-USE-DATE
                 move TB-EFF-DATE to WS-TB-USE-DATE
                 move 0           to WS-TB-COUNT
              end-if
              if WS-TB-COUNT < WS-TB-MAX-ENTRIES
                 add 1 to WS-TB-COUNT
                 move TB-ANNUAL-MAX to
                      WS-TB-ANNUAL-MAX(WS-TB-COUNT)
                 move TB-RATE       to WS-TB-RATE(WS-TB-COUNT)
              else
                 display 'PAYCYCLE: TOO MANY TAX BANDS FOR '
                         'EFFECTIVE DATE ' TB-EFF-DATE
                         ' - RUN STOPPED'
                 stop run
              end-if
           end-if

           read TAXBAND-FILE
               at end move 'Y' to WS-TAXB-EOF-IND
           end-read
           exit.

       1750-LOAD-DEDN-ACCOUNTS.

           if WS-DACC-COUNT < WS-DACC-MAX
              add 1 to WS-DACC-COUNT
              move DA-CODE    to WS-DA-CODE(WS-DACC-COUNT)
              move DA-ACCOUNT to WS-DA-ACCOUNT(WS-DACC-COUNT)
           else
              display 'PAYCYCLE: DEDUCTION ACCOUNT TABLE FULL AT '
                       WS-DACC-MAX ' CODES - RUN STOPPED'
              stop run
           end-if

           read DACC-FILE
               at end move 'Y' to WS-DACC-EOF-IND
           end-read
           exit.

      **********************************************************
      * The regular run pays only what a trial has previewed:    *
      * the trial on record must be for this period with the     *
      * same periods per year and period dates, and PAYROLL must *
      * still match, record for record, the image the trial took *
      * of it.  Any change since -- online or batch -- and the   *
      * run is refused until the trial is run again.             *
      **********************************************************
       1800-CHECK-TRIAL.

           open input TRIAL-FILE
           if WS-TRIAL-STATUS not = '00' and
              WS-TRIAL-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN TRIAL CONTROL, '
                      'STATUS=' WS-TRIAL-STATUS
              stop run
           end-if

           move spaces to TRIAL-RECORD
           read TRIAL-FILE
               at end move spaces to TRIAL-RECORD
           end-read
           close TRIAL-FILE

           if TRL-PERIOD not = WS-RUN-PERIOD
              move 'NO TRIAL RUN ON RECORD FOR PERIOD'
                   to WS-RUNLOG-REASON
              move WS-RUN-PERIOD to WS-RUNLOG-REASON(35:6)
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if TRL-PPY not = WS-PERIODS-PER-YEAR or
              TRL-PERIOD-START not = WS-PERIOD-START or
              TRL-PERIOD-END not = WS-PERIOD-END or
              TRL-OT-MULTIPLIER not = WS-OT-MULTIPLIER or
              TRL-HOL-MULTIPLIER not = WS-HOL-MULTIPLIER
              move 'PARAMETERS DIFFER FROM THE TRIAL RUN'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if TRL-TIMESHEET-COUNT not = WS-TS-READ-COUNT or
              TRL-TIMESHEET-HOURS not = WS-TS-HOURS-TOTAL
              display 'PAYCYCLE: TIMESHEETS HAVE CHANGED SINCE THE '
                      'TRIAL RUN OF ' TRL-RUN-DATE ' ' TRL-RUN-TIME
                      ' - RERUN THE TRIAL'
              move 'TIMESHEETS CHANGED SINCE THE TRIAL RUN'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           open input PAYROLL-FILE
           if WS-PAYROLL-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO OPEN PAYROLL, STATUS='
                       WS-PAYROLL-STATUS
              stop run
           end-if

           open input SNAP-FILE
           if WS-SNAP-STATUS not = '00'
              display 'PAYCYCLE: TRIAL PAYROLL IMAGE MISSING, STATUS='
                       WS-SNAP-STATUS ' - RERUN THE TRIAL'
              move 'TRIAL PAYROLL IMAGE MISSING'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if

           perform 1850-COMPARE-PAYROLL
               until WS-CMP-EOF or WS-PAYROLL-CHANGED

           if WS-CMP-COUNT not = TRL-RECORD-COUNT
              move 'Y' to WS-CHANGED-IND
           end-if

           close PAYROLL-FILE
           close SNAP-FILE

           if WS-PAYROLL-CHANGED
              display 'PAYCYCLE: PAYROLL HAS CHANGED SINCE THE TRIAL '
                      'RUN OF ' TRL-RUN-DATE ' ' TRL-RUN-TIME
                      ' - RERUN THE TRIAL'
              move 'PAYROLL CHANGED SINCE THE TRIAL RUN'
                   to WS-RUNLOG-REASON
              perform 9850-LOG-REFUSED
              stop run
           end-if
           exit.

       1850-COMPARE-PAYROLL.

           read PAYROLL-FILE
               at end move 'Y' to WS-CMP-EOF-IND
           end-read

           read SNAP-FILE
               at end move 'Y' to WS-SNAP-EOF-IND
           end-read

           if WS-CMP-EOF-IND not = WS-SNAP-EOF-IND
              move 'Y' to WS-CHANGED-IND
           else
              if not WS-CMP-EOF
                 add 1 to WS-CMP-COUNT
                 if PAYROLL-RECORD not = SNAP-RECORD
                    move 'Y' to WS-CHANGED-IND
                 end-if
              end-if
           end-if
           exit.

      **********************************************************
      * Bank returns outstanding.  Read the run-control log from *
      * the start: a completed regular or off-cycle PAYCYCLE run *
      * leaves returns outstanding until a PAYBRTN run completes *
      * after it.  A refused or trial run sent nothing to the    *
      * bank, and a run that did not complete is rerun before    *
      * its bank file goes anywhere, so neither counts.          *
      * The same read finds a regular or off-cycle run that      *
      * started and never ended: until it has been rerun to      *
      * completion no other period may run, since that run       *
      * would move YTD-LAST-PERIOD under the rerun.              *
      **********************************************************
       1900-CHECK-PREREQUISITE.

           open input RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if

           perform 1950-READ-RUNLOG until WS-RUNLOG-EOF
           close RUNLOG-FILE

           if WS-OPEN-RUN and WS-OPEN-RUN-PERIOD not = WS-RUN-PERIOD
              move 'PAY RUN        DID NOT COMPLETE - RERUN'
                                       to WS-RUNLOG-REASON
              move WS-OPEN-RUN-PERIOD  to WS-RUNLOG-REASON(9:6)
              perform 9850-LOG-REFUSED
              stop run
           end-if

           if WS-RETURNS-OUTSTANDING
              move 'PAYBRTN NOT RUN SINCE PAY RUN'
                                       to WS-RUNLOG-REASON
              move WS-RETURNS-PERIOD   to WS-RUNLOG-REASON(31:6)
              perform 9850-LOG-REFUSED
              stop run
           end-if
           exit.

       1950-READ-RUNLOG.

           read RUNLOG-FILE
               at end move 'Y' to WS-RUNLOG-EOF-IND
           end-read

           if not WS-RUNLOG-EOF and RL-END-ENTRY and RL-COMPLETED
              evaluate RL-PROGRAM
                  when 'PAYCYCLE'
                      if RL-RUN-MODE not = 'T'
                         move 'Y'             to WS-RETURNS-IND
                         move RL-PARMS(1:6)   to WS-RETURNS-PERIOD
                      end-if
                  when 'PAYBRTN'
                      move 'N' to WS-RETURNS-IND
              end-evaluate
           end-if

           if not WS-RUNLOG-EOF and RL-PROGRAM = 'PAYCYCLE' and
              RL-RUN-MODE not = 'T'
              perform 1960-TRACK-OPEN-RUN
           end-if
           exit.

      * the first regular or off-cycle start left without an end
      * stays open until a run of its period completes, or until
      * its own end entry turns up (it was refused); this run's
      * own start entry, already on the log, is passed over

       1960-TRACK-OPEN-RUN.

           if RL-START-ENTRY
              if not WS-OPEN-RUN and
                 (RL-START-DATE not = WS-RUNLOG-START-DATE or
                  RL-START-TIME not = WS-RUNLOG-START-TIME)
                 move 'Y'           to WS-OPEN-RUN-IND
                 move RL-PARMS(1:6) to WS-OPEN-RUN-PERIOD
                 move RL-START-DATE to WS-OPEN-RUN-DATE
                 move RL-START-TIME to WS-OPEN-RUN-TIME
              end-if
           else
              if WS-OPEN-RUN
                 if (RL-COMPLETED and
                     RL-PARMS(1:6) = WS-OPEN-RUN-PERIOD) or
                    (RL-START-DATE = WS-OPEN-RUN-DATE and
                     RL-START-TIME = WS-OPEN-RUN-TIME)
                    move 'N' to WS-OPEN-RUN-IND
                 end-if
              end-if
           end-if
           exit.

       2000-PROCESS.

           if WS-TRIAL-RUN
              perform 2100-SNAP-PAYROLL
           end-if

           move 'N' to WS-FINAL-PAY-IND

           if WS-OFF-CYCLE
              perform 2400-CHECK-NAMED
           else
              perform 2500-MATCH-TIMESHEET
              if PR-ACTIVE
                 perform 2300-PAY-OR-HOLD
              else
                 perform 2200-CHECK-FINAL-PAY
              end-if
           end-if

           read PAYROLL-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       2100-SNAP-PAYROLL.

           write SNAP-RECORD from PAYROLL-RECORD
           if WS-SNAP-STATUS not = '00'
              display 'PAYCYCLE: PAYROLL IMAGE WRITE FAILED, STATUS='
                       WS-SNAP-STATUS
              stop run
           end-if
           add 1 to WS-SNAP-COUNT
           exit.

      **********************************************************
      * A terminated employee whose termination date falls       *
      * inside the period being paid worked part of it and gets  *
      * a pro-rated final pay through the normal gross-to-net    *
      * computes.  One terminated before the period start had    *
      * the final pay in an earlier period and is skipped, as    *
      * every terminated record used to be.                      *
      **********************************************************
       2200-CHECK-FINAL-PAY.

           if PR-TERM-DATE numeric and
              PR-TERM-DATE not < WS-PERIOD-START and
              PR-TERM-DATE not > WS-PERIOD-END
              move 'Y' to WS-FINAL-PAY-IND
              perform 2300-PAY-OR-HOLD
           else
              add 1 to WS-SKIPPED-COUNT
              if WS-TS-FOUND
                 move 'EMPLOYEE IS TERMINATED' to
                      WS-TS-REJECT(WS-TS-SUB)
              end-if
              if WS-TRIAL-RUN and PR-TERMINATED and
                 PR-TERM-DATE not numeric
                 perform 5650-EXC-NO-TERM-DATE
              end-if
           end-if
           exit.

      **********************************************************
      * Regular run, an employee due pay this period: an hourly  *
      * employee is paid only from a timesheet, and one with no  *
      * timesheet is listed and held rather than paid nothing.   *
      * A timesheet sent in for a salaried employee is rejected  *
      * and the salary paid as usual.                            *
      **********************************************************
       2300-PAY-OR-HOLD.

           if PR-HOURLY and not WS-TS-FOUND
              perform 2600-NO-TIMESHEET
           else
              if PR-SALARIED and WS-TS-FOUND
                 move 'EMPLOYEE IS SALARIED' to
                      WS-TS-REJECT(WS-TS-SUB)
              end-if
              if WS-FINAL-PAY-IND = 'Y'
                 add 1 to WS-FINALPAY-COUNT
              end-if
              perform 3000-PAY-EMPLOYEE
           end-if
           exit.

      * the employee's timesheet for the period, if one loaded
      * clean -- department and employee number must both match

       2500-MATCH-TIMESHEET.

           move 'N' to WS-TS-FOUND-IND
           perform varying WS-TS-SUB from 1 by 1
              until WS-TS-SUB > WS-TS-COUNT or WS-TS-FOUND
              if WS-TS-DEPT(WS-TS-SUB) = PR-DEPARTMENT and
                 WS-TS-EMPL-NO(WS-TS-SUB) = PR-EMPLOYEE-NO and
                 WS-TS-REJECT(WS-TS-SUB) = spaces
                 move 'Y' to WS-TS-FOUND-IND
                 move 'Y' to WS-TS-MATCHED-IND(WS-TS-SUB)
              end-if
           end-perform

           if WS-TS-FOUND
              subtract 1 from WS-TS-SUB
           end-if
           exit.

       2600-NO-TIMESHEET.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move PR-DEPARTMENT  to NTL-DEPT
           move PR-EMPLOYEE-NO to NTL-EMPL-NO
           move PR-NAME        to NTL-NAME
           write REPORT-LINE from NOTIME-LINE
           add 1 to WS-LINE-CNT
           add 1 to WS-NOTIME-COUNT

           if WS-TRIAL-RUN
              perform 5590-EXC-EMPLOYEE
              move 'HOURLY, NO TIMESHEET - NOT PAID' to EXL-TEXT
              add 1 to WS-EX-NOTIME-COUNT
              perform 5700-WRITE-EXCEPTION
           end-if
           exit.

      **********************************************************
      * Off-cycle run: only a named employee is looked at,       *
      * active or terminated -- a leaver can be owed a           *
      * commission -- and is paid only when there is an          *
      * adjustment pending.                                      *
      **********************************************************
       2400-CHECK-NAMED.

           move 'N' to WS-NAMED-FOUND-IND
           perform varying WS-NAMED-SUB from 1 by 1
              until WS-NAMED-SUB > WS-NAMED-COUNT
              if WS-NM-EMPL-NO(WS-NAMED-SUB) = PR-EMPLOYEE-NO
                 move 'Y' to WS-NAMED-FOUND-IND
                 move 'Y' to WS-NM-SEEN-IND(WS-NAMED-SUB)
              end-if
           end-perform

           if WS-NAMED-FOUND
              perform 3300-GATHER-ADJUSTMENTS
              if WS-ADJ-COUNT = 0
                 add 1 to WS-NOADJ-COUNT
              else
                 perform 3000-PAY-EMPLOYEE
              end-if
           end-if
           exit.

      **********************************************************
      * Gross-to-net for one employee: per-period gross from the *
      * annual salary (from the timesheet hours for an hourly    *
      * employee), withholding from the PAYTAXB band the annual  *
      * pay falls in, dependent-coverage benefit from            *
      * PR-DEP-COUNT.  Taxable adjustments join the gross ahead  *
      * of the withholding, non-taxable ones the net after it.   *
      * An off-cycle run pays the adjustments (gathered by       *
      * 2400-CHECK-NAMED) and nothing else.  An employee whose   *
      * deductions exceed the gross is reported and left off the *
      * bank file, adjustments still pending.  The net           *
      * of a paid employee is routed to the bank accounts or a   *
      * cheque (4400-ROUTE-PAYMENT) before anything is posted.   *
      **********************************************************
       3000-PAY-EMPLOYEE.

           if WS-OFF-CYCLE
              move 0            to WS-DEP-COUNT-USE
              move 'N'          to WS-DEPCT-BAD-IND
           else
              if PR-DEP-COUNT numeric and PR-DEP-COUNT not > 5
                 move PR-DEP-COUNT to WS-DEP-COUNT-USE
                 move 'N'          to WS-DEPCT-BAD-IND
              else
                 move 0            to WS-DEP-COUNT-USE
                 move 'Y'          to WS-DEPCT-BAD-IND
                 add 1             to WS-DEPBAD-COUNT
              end-if
           end-if

           if WS-OFF-CYCLE
              move 0   to WS-GROSS
              move 'N' to WS-LV-FOUND-IND
              move 0   to WS-UNPAID-DAYS-W
              move 0   to WS-UNPAID-RED
           else
              if PR-HOURLY
                 perform 3050-HOURLY-GROSS
              else
                 compute WS-GROSS rounded =
                     PR-SALARY / WS-PERIODS-PER-YEAR

                 if WS-FINAL-PAY-IND = 'Y'
                    perform 3100-PRORATE-GROSS
                 end-if
              end-if

              perform 3200-APPLY-UNPAID-LEAVE
              perform 3300-GATHER-ADJUSTMENTS
           end-if

           move WS-GROSS to WS-BASE-GROSS
           add WS-ADJ-TAXABLE-SUM to WS-GROSS

      * an hourly employee's band comes from what the hours paid
      * this period, taken over a whole year

           if PR-HOURLY and not WS-OFF-CYCLE
              compute WS-TAX-BASIS =
                  WS-BASE-GROSS * WS-PERIODS-PER-YEAR
           else
              move PR-SALARY to WS-TAX-BASIS
           end-if

           move 'n' to WS-TB-FOUND-IND
           perform varying WS-TB-SUB from 1 by 1
              until WS-TB-SUB > WS-TB-COUNT
                    or WS-TB-FOUND
              if WS-TAX-BASIS not > WS-TB-ANNUAL-MAX(WS-TB-SUB)
                 move 'y' to WS-TB-FOUND-IND
              end-if
           end-perform

           if WS-TB-FOUND
              subtract 1 from WS-TB-SUB
           else
              move WS-TB-COUNT to WS-TB-SUB
           end-if

      * only a trial gets this far with no bands in force, and it
      * shows the pay untaxed with the run flagged as an exception

           if WS-TB-COUNT = 0
              move 0 to WS-TAX
           else
              compute WS-TAX rounded =
                  WS-GROSS * WS-TB-RATE(WS-TB-SUB) / 100
           end-if

           if WS-OFF-CYCLE
              move 0 to WS-BENEFIT
              move 0 to WS-DEDN-SUM
              move 0 to WS-APPLIED-COUNT
           else
              compute WS-BENEFIT =
                  WS-BEN-BASE + (WS-BEN-PER-DEP * WS-DEP-COUNT-USE)

              perform 3600-APPLY-DEDUCTIONS
           end-if

           compute WS-NET =
               WS-GROSS - WS-TAX - WS-BENEFIT - WS-DEDN-SUM
               + WS-ADJ-NONTAX-SUM

           if WS-TRIAL-RUN
              perform 5500-CHECK-EXCEPTIONS
           end-if

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move PR-DEPARTMENT  to DL-DEPT
           move PR-EMPLOYEE-NO to DL-EMPL-NO
           move PR-NAME        to DL-NAME
           move WS-GROSS       to DL-GROSS
           move WS-TAX         to DL-TAX
           move WS-BENEFIT     to DL-BENEFIT
           move WS-NET         to DL-NET

           if WS-NET not > 0
              add 1 to WS-NOTPAID-COUNT
              move 'NET NOT POSITIVE'  to DL-NOTE
              perform 5000-WRITE-LINE
           else
              perform 4400-ROUTE-PAYMENT
              if WS-FINAL-PAY-IND = 'Y'
                 move 'FINAL PAY'         to DL-NOTE
              else
                 if WS-DEPCT-BAD-IND = 'Y'
                    move 'DEP COUNT INVALID' to DL-NOTE
                 else
                    if WS-PAY-BY-CHEQUE
                       move 'PAID BY CHEQUE' to DL-NOTE
                    else
                       move spaces to DL-NOTE
                    end-if
                 end-if
              end-if
              perform 5000-WRITE-LINE
              perform 3740-ITEMIZE-HOURS
              perform 3700-ITEMIZE-DEDUCTIONS
              perform 3720-ITEMIZE-ADJUSTMENTS
              perform 3750-ITEMIZE-LEAVE
              if not WS-OFF-CYCLE and not WS-TRIAL-RUN
                 perform 4300-POST-LEAVE
              end-if

              add 1           to WS-PAID-COUNT
              if PR-HOURLY and not WS-OFF-CYCLE
                 add 1        to WS-HOURLY-PAID-COUNT
              end-if
              add WS-GROSS    to WS-GROSS-TOTAL
              add WS-TAX      to WS-TAX-TOTAL
              add WS-BENEFIT  to WS-BEN-TOTAL
              add WS-DEDN-SUM to WS-DEDUCT-TOTAL
              add WS-NET      to WS-NET-TOTAL
              add WS-ADJ-COUNT       to WS-ADJ-APPLIED-COUNT
              add WS-ADJ-TAXABLE-SUM to WS-ADJ-TAXABLE-TOTAL
              add WS-ADJ-NONTAX-SUM  to WS-ADJ-NONTAX-TOTAL
              perform 4700-GATHER-JOURNAL

              perform 4500-ISSUE-PAYMENT

              if not WS-TRIAL-RUN
                 perform 4000-POST-YTD
                 perform 4100-WRITE-HISTORY
                 perform 4800-MARK-ADJUSTMENTS
                 perform 4200-WRITE-ADVICE
              end-if
           end-if
           exit.

      **********************************************************
      * Hourly gross from the employee's timesheet: the regular  *
      * hours at the hourly rate, overtime and holiday hours at  *
      * the rate times their multipliers.  The hours are what    *
      * was worked, so a final pay needs no pro-rating.          *
      **********************************************************
       3050-HOURLY-GROSS.

           compute WS-OT-RATE rounded =
               PR-HOURLY-RATE * WS-OT-MULTIPLIER
           compute WS-HOL-RATE rounded =
               PR-HOURLY-RATE * WS-HOL-MULTIPLIER

           compute WS-REG-PAY rounded =
               WS-TS-REG-HOURS(WS-TS-SUB) * PR-HOURLY-RATE
           compute WS-OT-PAY rounded =
               WS-TS-OT-HOURS(WS-TS-SUB) * WS-OT-RATE
           compute WS-HOL-PAY rounded =
               WS-TS-HOL-HOURS(WS-TS-SUB) * WS-HOL-RATE

           compute WS-GROSS = WS-REG-PAY + WS-OT-PAY + WS-HOL-PAY
           exit.

      **********************************************************
      * Pro-rate the period gross for a final pay: the employee  *
      * worked from the period start through the termination     *
      * date, so the gross is scaled by worked days over the     *
      * period's calendar days before the normal tax, benefit    *
      * and deduction computes run against it.                   *
      **********************************************************
       3100-PRORATE-GROSS.

           move WS-PERIOD-START to WS-DTD-DATE
           perform 3800-DATE-TO-DAYS
           move WS-DTD-DAYS     to WS-START-DAYS

           move WS-PERIOD-END   to WS-DTD-DATE
           perform 3800-DATE-TO-DAYS
           move WS-DTD-DAYS     to WS-END-DAYS

           move PR-TERM-DATE    to WS-DTD-DATE
           perform 3800-DATE-TO-DAYS
           move WS-DTD-DAYS     to WS-TERM-DAYS

           compute WS-PERIOD-DAYS =
               WS-END-DAYS - WS-START-DAYS + 1
           compute WS-WORKED-DAYS =
               WS-TERM-DAYS - WS-START-DAYS + 1

           compute WS-GROSS rounded =
               WS-GROSS * WS-WORKED-DAYS / WS-PERIOD-DAYS
           exit.

      **********************************************************
      * An unpaid absence recorded against the period being paid *
      * comes out of the gross at the working-day rate of the    *
      * annual salary, before the tax and benefit computes, so   *
      * the withholding is figured on what the employee actually *
      * earned.  The reduction never takes the gross negative.   *
      * An hourly employee is paid only for the hours on the     *
      * timesheet, so unpaid days reduce nothing; the leave      *
      * record is still read for the accrual posting.            *
      **********************************************************
       3200-APPLY-UNPAID-LEAVE.

           move 'N' to WS-LV-FOUND-IND
           move 0   to WS-UNPAID-DAYS-W
           move 0   to WS-UNPAID-RED

           move PR-EMPLOYEE-NO to LV-EMPLOYEE-NO

           read LEAVE-FILE
               invalid key continue
               not invalid key move 'Y' to WS-LV-FOUND-IND
           end-read

           if WS-LV-FOUND-IND = 'Y' and not PR-HOURLY and
              LV-UNPAID-PERIOD = WS-RUN-PERIOD and
              LV-UNPAID-DAYS > 0
              move LV-UNPAID-DAYS to WS-UNPAID-DAYS-W
              compute WS-UNPAID-RED rounded =
                  PR-SALARY * WS-UNPAID-DAYS-W / WS-WORK-DAYS-YEAR
              if WS-UNPAID-RED > WS-GROSS
                 move WS-GROSS to WS-UNPAID-RED
              end-if
              subtract WS-UNPAID-RED from WS-GROSS
              add 1 to WS-UNPAID-COUNT
           end-if
           exit.

      **********************************************************
      * Pick up the employee's one-time adjustments this run     *
      * pays: a pending entry whose target period has come (any  *
      * pending entry at all on an off-cycle run, which pays the *
      * named employee's whole backlog), plus any entry already  *
      * marked applied by this same run -- an earlier attempt at *
      * it that abended further on -- so the rerun pays it again *
      * on the recreated bank file.                              *
      **********************************************************
       3300-GATHER-ADJUSTMENTS.

           move 0   to WS-ADJ-COUNT
           move 0   to WS-ADJ-TAXABLE-SUM
           move 0   to WS-ADJ-NONTAX-SUM
           move 'N' to WS-ADJ-EOF-IND

           move PR-EMPLOYEE-NO to ADJ-EMPLOYEE-NO
           move zeros          to ADJ-SEQ

           start ADJ-FILE key not less than ADJ-KEY
               invalid key move 'Y' to WS-ADJ-EOF-IND
           end-start

           perform 3350-READ-ADJUSTMENT until WS-ADJ-EOF
           exit.

       3350-READ-ADJUSTMENT.

           read ADJ-FILE next record
               at end move 'Y' to WS-ADJ-EOF-IND
           end-read

           if not WS-ADJ-EOF
              if ADJ-EMPLOYEE-NO not = PR-EMPLOYEE-NO
                 move 'Y' to WS-ADJ-EOF-IND
              else
                 if (ADJ-PENDING and
                     (WS-OFF-CYCLE or
                      ADJ-PERIOD not > WS-RUN-PERIOD))
                    or
                    (ADJ-APPLIED and
                     ADJ-PAID-PERIOD = WS-RUN-PERIOD)
                    perform 3375-TAKE-ADJUSTMENT
                 end-if
              end-if
           end-if
           exit.

       3375-TAKE-ADJUSTMENT.

           if WS-ADJ-COUNT < WS-ADJ-MAX
              add 1 to WS-ADJ-COUNT
              move ADJ-SEQ         to WS-AJ-SEQ(WS-ADJ-COUNT)
              move ADJ-CODE        to WS-AJ-CODE(WS-ADJ-COUNT)
              move ADJ-TAXABLE-IND to WS-AJ-TAXABLE(WS-ADJ-COUNT)
              move ADJ-PERIOD      to WS-AJ-PERIOD(WS-ADJ-COUNT)
              move ADJ-AMOUNT      to WS-AJ-AMOUNT(WS-ADJ-COUNT)
              if ADJ-TAXABLE
                 add ADJ-AMOUNT to WS-ADJ-TAXABLE-SUM
              else
                 add ADJ-AMOUNT to WS-ADJ-NONTAX-SUM
              end-if
           else
              display 'PAYCYCLE: TOO MANY ADJUSTMENTS FOR EMPLOYEE '
                       PR-EMPLOYEE-NO ' - RUN STOPPED'
              stop run
           end-if
           exit.

      **********************************************************
      * Walk the employee's recurring deductions in priority     *
      * (key) order and accumulate the ones still in force.  A   *
      * deduction whose stop date has been reached is passed     *
      * over; everything else is applied and parked for the      *
      * register and advice itemization.                         *
      **********************************************************
       3600-APPLY-DEDUCTIONS.

           move 0   to WS-DEDN-SUM
           move 0   to WS-APPLIED-COUNT
           move 'N' to WS-DEDN-EOF-IND

           move PR-EMPLOYEE-NO to DED-EMPLOYEE-NO
           move zeros          to DED-PRIORITY

           start DEDN-FILE key not less than DED-KEY
               invalid key move 'Y' to WS-DEDN-EOF-IND
           end-start

           perform 3650-READ-DEDUCTION until WS-DEDN-EOF
           exit.

       3650-READ-DEDUCTION.

           read DEDN-FILE next record
               at end move 'Y' to WS-DEDN-EOF-IND
           end-read

           if not WS-DEDN-EOF
              if DED-EMPLOYEE-NO not = PR-EMPLOYEE-NO
                 move 'Y' to WS-DEDN-EOF-IND
              else
                 if DED-STOP-DATE = spaces or
                    DED-STOP-DATE > WS-RUN-DATE-X
                    perform 3675-APPLY-ONE-DEDUCTION
                 else
                    if WS-TRIAL-RUN
                       perform 5660-EXC-PAST-STOP-DATE
                    end-if
                 end-if
              end-if
           end-if
           exit.

       3675-APPLY-ONE-DEDUCTION.

           if DED-FLAT
              move DED-AMOUNT to WS-DEDN-ONE
           end-perform
           exit.

       3720-ITEMIZE-ADJUSTMENTS.

           perform varying WS-ADJ-SUB from 1 by 1
              until WS-ADJ-SUB > WS-ADJ-COUNT
              move spaces to REPORT-LINE
              move WS-AJ-CODE(WS-ADJ-SUB)   to AJL-CODE
              if WS-AJ-TAXABLE(WS-ADJ-SUB) = 'Y'
                 move 'TAXABLE'             to AJL-TAXABLE
              else
                 move 'NON-TAXABLE'         to AJL-TAXABLE
              end-if
              move WS-AJ-PERIOD(WS-ADJ-SUB) to AJL-PERIOD
              move WS-AJ-AMOUNT(WS-ADJ-SUB) to AJL-AMOUNT
              write REPORT-LINE from ADJ-LINE
              add 1 to WS-LINE-CNT
           end-perform
           exit.

       3740-ITEMIZE-HOURS.

           if PR-HOURLY and not WS-OFF-CYCLE
              move spaces to REPORT-LINE
              move WS-TS-REG-HOURS(WS-TS-SUB) to HRL-REG
              move WS-TS-OT-HOURS(WS-TS-SUB)  to HRL-OT
              move WS-TS-HOL-HOURS(WS-TS-SUB) to HRL-HOL
              move PR-HOURLY-RATE             to HRL-RATE
              write REPORT-LINE from HOURS-LINE
              add 1 to WS-LINE-CNT
           end-if
           exit.

       3750-ITEMIZE-LEAVE.

           if WS-UNPAID-DAYS-W > 0
      * YTD-LAST-PERIOD already shows this period was posted by  *
      * an earlier attempt at this run that abended further on,  *
      * and is left alone -- that is what makes the sanctioned    *
      * rerun of an unrecorded period safe.  An off-cycle run    *
      * posts its money the same way under its run identifier    *
      * but is not a pay period, so YTD-PERIODS-PAID stays put.  *
      **********************************************************
       4000-POST-YTD.

                   move WS-TAX        to YTD-TAX
                   move WS-BENEFIT    to YTD-BENEFIT
                   move WS-NET        to YTD-NET
                   if WS-OFF-CYCLE
                      move 0          to YTD-PERIODS-PAID
                   else
                      move 1          to YTD-PERIODS-PAID
                   end-if
                   move WS-RUN-PERIOD to YTD-LAST-PERIOD
                   write YTD-RECORD
                   if WS-YTD-STATUS not = '00'
                      add WS-TAX         to YTD-TAX
                      add WS-BENEFIT     to YTD-BENEFIT
                      add WS-NET         to YTD-NET
                      if not WS-OFF-CYCLE
                         add 1           to YTD-PERIODS-PAID
                      end-if
                      move WS-RUN-PERIOD to YTD-LAST-PERIOD
                      rewrite YTD-RECORD
                      if WS-YTD-STATUS not = '00'
           end-read
           exit.

      **********************************************************
      * The permanent pay-history record for the employee just   *
      * paid, with the whole gross-to-net as computed.  A record *
      * already on file for this period was written by an        *
      * earlier attempt at this run that abended further on, and *
      * is rewritten with the rerun's (identical) figures.       *
      **********************************************************
       4100-WRITE-HISTORY.

           move PR-EMPLOYEE-NO to HS-EMPLOYEE-NO
           move WS-RUN-PERIOD  to HS-PERIOD

           move 'Y' to WS-HIST-FOUND-IND
           read HIST-FILE
               invalid key move 'N' to WS-HIST-FOUND-IND
           end-read

           move PR-DEPARTMENT       to HS-DEPARTMENT
           move PR-NAME             to HS-NAME
           move WS-PERIOD-START     to HS-PERIOD-START
           move WS-PERIOD-END       to HS-PERIOD-END
           move WS-RUN-DATE-X       to HS-RUN-DATE
           move WS-RUN-MODE         to HS-RUN-TYPE
           move WS-BASE-GROSS       to HS-BASE-GROSS
           move WS-GROSS            to HS-GROSS
           move WS-TB-SUB           to HS-TAX-BAND
           move WS-TB-RATE(WS-TB-SUB) to HS-TAX-RATE
           move WS-TAX              to HS-TAX
           move WS-DEP-COUNT-USE    to HS-DEP-COUNT
           move WS-BENEFIT          to HS-BENEFIT
           move WS-UNPAID-DAYS-W    to HS-UNPAID-DAYS
           move WS-UNPAID-RED       to HS-UNPAID-RED
           move WS-APPLIED-COUNT    to HS-DEDN-COUNT
           perform varying WS-APPLIED-SUB from 1 by 1
              until WS-APPLIED-SUB > 20
              if WS-APPLIED-SUB > WS-APPLIED-COUNT
                 move spaces to HS-DEDN-CODE(WS-APPLIED-SUB)
                 move 0      to HS-DEDN-AMOUNT(WS-APPLIED-SUB)
              else
                 move WS-AP-CODE(WS-APPLIED-SUB)   to
                      HS-DEDN-CODE(WS-APPLIED-SUB)
                 move WS-AP-AMOUNT(WS-APPLIED-SUB) to
                      HS-DEDN-AMOUNT(WS-APPLIED-SUB)
              end-if
           end-perform
           move WS-DEDN-SUM         to HS-DEDN-TOTAL
           move WS-ADJ-COUNT        to HS-ADJ-COUNT
           perform varying WS-ADJ-SUB from 1 by 1
              until WS-ADJ-SUB > 10
              if WS-ADJ-SUB > WS-ADJ-COUNT
                 move spaces to HS-ADJ-CODE(WS-ADJ-SUB)
                 move spaces to HS-ADJ-TAXABLE-IND(WS-ADJ-SUB)
                 move 0      to HS-ADJ-AMOUNT(WS-ADJ-SUB)
              else
                 move WS-AJ-CODE(WS-ADJ-SUB)    to
                      HS-ADJ-CODE(WS-ADJ-SUB)
                 move WS-AJ-TAXABLE(WS-ADJ-SUB) to
                      HS-ADJ-TAXABLE-IND(WS-ADJ-SUB)
                 move WS-AJ-AMOUNT(WS-ADJ-SUB)  to
                      HS-ADJ-AMOUNT(WS-ADJ-SUB)
              end-if
           end-perform
           move WS-ADJ-NONTAX-SUM   to HS-ADJ-NONTAX-TOTAL
           move WS-NET              to HS-NET
           move WS-FINAL-PAY-IND    to HS-FINAL-PAY-IND
           if WS-PAY-BY-CHEQUE
              move 'C'              to HS-PAY-METHOD
              move WS-CD-CHEQUE-NO  to HS-CHEQUE-NO
           else
              move 'B'              to HS-PAY-METHOD
              move 0                to HS-CHEQUE-NO
           end-if
           if WS-OFF-CYCLE
              move 0                    to HS-PERIODS-PER-YEAR
           else
              move WS-PERIODS-PER-YEAR  to HS-PERIODS-PER-YEAR
           end-if
           if PR-HOURLY and not WS-OFF-CYCLE
              move 'H'                         to HS-PAY-TYPE
              move PR-HOURLY-RATE              to HS-HOURLY-RATE
              move WS-TS-REG-HOURS(WS-TS-SUB)  to HS-REGULAR-HOURS
              move WS-TS-OT-HOURS(WS-TS-SUB)   to HS-OVERTIME-HOURS
              move WS-TS-HOL-HOURS(WS-TS-SUB)  to HS-HOLIDAY-HOURS
           else
              move 'S'                         to HS-PAY-TYPE
              move 0                           to HS-HOURLY-RATE
              move 0                           to HS-REGULAR-HOURS
              move 0                           to HS-OVERTIME-HOURS
              move 0                           to HS-HOLIDAY-HOURS
           end-if

      * a rerun rewrites the record the first attempt left, whose
      * retro figures are still zero -- PAYRETRO only ever looks at
      * periods recorded as paid on PAYCYCLE.CTL

           if WS-HIST-FOUND-IND not = 'Y'
              move 0      to HS-RETRO-GROSS
              move 0      to HS-RETRO-TAX
              move spaces to HS-RETRO-DATE
           end-if

           if WS-HIST-FOUND-IND = 'Y'
              rewrite PAY-HISTORY-RECORD
           else
              write PAY-HISTORY-RECORD
           end-if
           if WS-HIST-STATUS not = '00'
              display 'PAYCYCLE: PAY HISTORY WRITE FAILED FOR '
                      'EMPLOYEE ' PR-EMPLOYEE-NO
                      ' STATUS=' WS-HIST-STATUS
              stop run
           end-if
           exit.

      **********************************************************
      * One advice page per paid employee.  WS-TB-SUB still       *
      * points at the withholding band 3000-PAY-EMPLOYEE applied, *
                    after advancing 1 line
           end-if

           if WS-OFF-CYCLE
              write ADVICE-LINE from ADV-OFFCYC-LINE
                    after advancing 1 line
           end-if

           move spaces to ADVICE-LINE
           write ADVICE-LINE after advancing 1 line

      * an hourly employee's pay is shown hour by kind of hour

           if PR-HOURLY and not WS-OFF-CYCLE
              move 'REGULAR'                  to ADV-HRL-LABEL
              move WS-TS-REG-HOURS(WS-TS-SUB) to ADV-HRL-HOURS
              move PR-HOURLY-RATE             to ADV-HRL-RATE
              move WS-REG-PAY                 to ADV-HRL-AMOUNT
              write ADVICE-LINE from ADV-HOURS-LINE
                    after advancing 1 line
              if WS-TS-OT-HOURS(WS-TS-SUB) > 0
                 move 'OVERTIME'                 to ADV-HRL-LABEL
                 move WS-TS-OT-HOURS(WS-TS-SUB)  to ADV-HRL-HOURS
                 move WS-OT-RATE                 to ADV-HRL-RATE
                 move WS-OT-PAY                  to ADV-HRL-AMOUNT
                 write ADVICE-LINE from ADV-HOURS-LINE
                       after advancing 1 line
              end-if
              if WS-TS-HOL-HOURS(WS-TS-SUB) > 0
                 move 'HOLIDAY'                  to ADV-HRL-LABEL
                 move WS-TS-HOL-HOURS(WS-TS-SUB) to ADV-HRL-HOURS
                 move WS-HOL-RATE                to ADV-HRL-RATE
                 move WS-HOL-PAY                 to ADV-HRL-AMOUNT
                 write ADVICE-LINE from ADV-HOURS-LINE
                       after advancing 1 line
              end-if
           end-if

      * taxable adjustments are shown as part of the gross, under
      * the salary they were added to

           if WS-ADJ-TAXABLE-SUM not = 0
              if PR-HOURLY and not WS-OFF-CYCLE
                 move 'PAY FOR HOURS WORKED:' to ADV-AL-LABEL
              else
                 move 'SALARY FOR PERIOD:'    to ADV-AL-LABEL
              end-if
              move WS-BASE-GROSS         to ADV-AL-AMOUNT
              write ADVICE-LINE from ADV-AMOUNT-LINE
                    after advancing 1 line
              perform varying WS-ADJ-SUB from 1 by 1
                 until WS-ADJ-SUB > WS-ADJ-COUNT
                 if WS-AJ-TAXABLE(WS-ADJ-SUB) = 'Y'
                    move '(TAXABLE):'     to ADV-AJL-TYPE
                    perform 4250-ADVICE-ADJUSTMENT
                 end-if
              end-perform
           end-if

           move 'GROSS PAY FOR PERIOD:' to ADV-AL-LABEL
           move WS-GROSS               to ADV-AL-AMOUNT
           write ADVICE-LINE from ADV-AMOUNT-LINE
           write ADVICE-LINE from ADV-TAX-LINE
                 after advancing 1 line

           if not WS-OFF-CYCLE
              move 'BENEFIT BASE PREMIUM:' to ADV-AL-LABEL
              move WS-BEN-BASE            to ADV-AL-AMOUNT
              write ADVICE-LINE from ADV-AMOUNT-LINE
                    after advancing 1 line

              compute WS-BEN-DEP-PART =
                  WS-BEN-PER-DEP * WS-DEP-COUNT-USE
              move WS-DEP-COUNT-USE to ADV-BD-COUNT
              move WS-BEN-PER-DEP   to ADV-BD-EACH
              move WS-BEN-DEP-PART  to ADV-BD-AMOUNT
              write ADVICE-LINE from ADV-BEN-DEP-LINE
                    after advancing 1 line

              perform varying WS-ADV-DEP-SUB from 1 by 1
                 until WS-ADV-DEP-SUB > WS-DEP-COUNT-USE
                 move PR-DEP-NAME(WS-ADV-DEP-SUB)         to
                      ADV-DEP-NAME
                 move PR-DEP-RELATIONSHIP(WS-ADV-DEP-SUB) to
                      ADV-DEP-REL
                 write ADVICE-LINE from ADV-DEP-LINE
                       after advancing 1 line
              end-perform
           end-if

           perform varying WS-APPLIED-SUB from 1 by 1
              until WS-APPLIED-SUB > WS-APPLIED-COUNT
              move WS-AP-CODE(WS-APPLIED-SUB)   to ADV-DDL-CODE
              move WS-AP-AMOUNT(WS-APPLIED-SUB) to ADV-DDL-AMOUNT
              write ADVICE-LINE from ADV-DEDN-LINE
                    after advancing 1 line
           end-perform

           if WS-UNPAID-DAYS-W > 0
              move WS-UNPAID-DAYS-W to ADV-LVL-DAYS
              move WS-UNPAID-RED    to ADV-LVL-AMOUNT
              write ADVICE-LINE from ADV-LEAVE-LINE
                    after advancing 1 line
           end-if

           perform varying WS-ADJ-SUB from 1 by 1
              until WS-ADJ-SUB > WS-ADJ-COUNT
              if WS-AJ-TAXABLE(WS-ADJ-SUB) not = 'Y'
                 move '(NON-TAXABLE):'    to ADV-AJL-TYPE
                 perform 4250-ADVICE-ADJUSTMENT
              end-if
           end-perform

           move spaces to ADVICE-LINE
           write ADVICE-LINE after advancing 1 line

           if WS-PAY-BY-CHEQUE
              move 'NET PAID BY CHEQUE:' to ADV-AL-LABEL
           else
              move 'NET PAID TO BANK:'   to ADV-AL-LABEL
           end-if
           move WS-NET              to ADV-AL-AMOUNT
           write ADVICE-LINE from ADV-AMOUNT-LINE
                 after advancing 1 line

           if WS-PAY-BY-CHEQUE
              move WS-CD-CHEQUE-NO to ADV-CHQ-NO
              move WS-NET          to ADV-CHQ-AMOUNT
              write ADVICE-LINE from ADV-CHQ-LINE
                    after advancing 1 line
           else
              perform varying WS-LEG-SUB from 1 by 1
                 until WS-LEG-SUB > 2
                 if WS-LG-AMOUNT(WS-LEG-SUB) > 0
                    move WS-LG-SORT-CODE(WS-LEG-SUB)  to
                         ADV-LEG-SORT-CODE
                    move WS-LG-ACCOUNT-NO(WS-LEG-SUB) to
                         ADV-LEG-ACCOUNT-NO
                    move WS-LG-AMOUNT(WS-LEG-SUB)     to
                         ADV-LEG-AMOUNT
                    write ADVICE-LINE from ADV-LEG-LINE
                          after advancing 1 line
                 end-if
              end-perform
           end-if
           exit.

       4250-ADVICE-ADJUSTMENT.

           move WS-AJ-CODE(WS-ADJ-SUB)   to ADV-AJL-CODE
           move WS-AJ-AMOUNT(WS-ADJ-SUB) to ADV-AJL-AMOUNT
           write ADVICE-LINE from ADV-ADJ-LINE
                 after advancing 1 line
           exit.

      **********************************************************
      * Leave posting for the employee just paid: the per-period *
      * vacation accrual goes onto the balance (not on a FINAL   *
      * PAY -- the employee is leaving).  A record whose          *
      * LV-LAST-ACCR-PERIOD already shows this period accrued    *
      * on an earlier attempt at this run that abended further   *
      * on, and is left alone, so the sanctioned rerun of an     *
      * unrecorded period cannot accrue twice.  The unpaid-      *
      * absence entry is deliberately NOT cleared here: it only  *
      * ever applies to this one period, which the period        *
      * control will never pay again, and leaving it in place    *
      * lets the rerun re-apply the same gross reduction.        *
      **********************************************************
       4300-POST-LEAVE.

           move 0 to WS-LV-ACCRUAL
           if WS-FINAL-PAY-IND not = 'Y'
              compute WS-LV-ACCRUAL rounded =
                  WS-LV-ANNUAL-DAYS / WS-PERIODS-PER-YEAR
           end-if

           if WS-LV-FOUND-IND = 'Y'
              if WS-LV-ACCRUAL > 0 and
                 LV-LAST-ACCR-PERIOD not = WS-RUN-PERIOD
                 add WS-LV-ACCRUAL  to LV-BALANCE
                 move WS-RUN-PERIOD to LV-LAST-ACCR-PERIOD
                 rewrite LEAVE-RECORD
                 if WS-LEAVE-STATUS not = '00'
                    display 'PAYCYCLE: LEAVE REWRITE FAILED FOR '
                            'EMPLOYEE ' PR-EMPLOYEE-NO
                            ' STATUS=' WS-LEAVE-STATUS
                    stop run
                 end-if
              end-if
           else
              if WS-LV-ACCRUAL > 0
                 move PR-EMPLOYEE-NO to LV-EMPLOYEE-NO
                 move WS-LV-ACCRUAL  to LV-BALANCE
                 move spaces         to LV-UNPAID-PERIOD
                 move 0              to LV-UNPAID-DAYS
                 move WS-RUN-PERIOD  to LV-LAST-ACCR-PERIOD
                 write LEAVE-RECORD
                 if WS-LEAVE-STATUS not = '00'
                    display 'PAYCYCLE: LEAVE WRITE FAILED FOR '
                            'EMPLOYEE ' PR-EMPLOYEE-NO
                            ' STATUS=' WS-LEAVE-STATUS
                    stop run
                 end-if
              end-if
           end-if
           exit.

      **********************************************************
      * Decide where the net goes.  An employee is paid into the *
      * bank only through a primary (sequence 1) PAYBANK account *
      * whose prenote has cleared; otherwise the whole net goes  *
      * by cheque.  A validated second account takes its flat    *
      * amount (never more than the net) or its percentage of    *
      * the net, and the primary takes what is left.  A second   *
      * account still waiting on its prenote is left out and the *
      * primary takes the lot.  A cheque needed with no first    *
      * cheque number in the parameter record stops the run      *
      * before anything is posted for the employee.              *
      **********************************************************
       4400-ROUTE-PAYMENT.

           move 'N'    to WS-CHEQUE-IND
           move 0      to WS-SPLIT-AMT
           perform varying WS-LEG-SUB from 1 by 1
              until WS-LEG-SUB > 2
              move WS-LEG-SUB to WS-LG-SEQ(WS-LEG-SUB)
              move spaces     to WS-LG-SORT-CODE(WS-LEG-SUB)
              move spaces     to WS-LG-ACCOUNT-NO(WS-LEG-SUB)
              move spaces     to WS-LG-ACCOUNT-TYPE(WS-LEG-SUB)
              move 0          to WS-LG-AMOUNT(WS-LEG-SUB)
           end-perform

           move 1 to WS-LEG-SUB
           perform 4450-READ-ACCOUNT
           if WS-BA-FOUND-IND = 'Y' and BA-VALIDATED
              perform 4460-SAVE-LEG
           else
              move 'Y' to WS-CHEQUE-IND
           end-if

           if not WS-PAY-BY-CHEQUE
              move 2 to WS-LEG-SUB
              perform 4450-READ-ACCOUNT
              if WS-BA-FOUND-IND = 'Y' and BA-VALIDATED
                 if BA-SPLIT-FLAT
                    move BA-SPLIT-AMOUNT to WS-SPLIT-AMT
                 end-if
                 if BA-SPLIT-PERCENT
                    compute WS-SPLIT-AMT rounded =
                        WS-NET * BA-SPLIT-PCT / 100
                 end-if
                 if WS-SPLIT-AMT > WS-NET
                    move WS-NET to WS-SPLIT-AMT
                 end-if
                 if WS-SPLIT-AMT > 0
                    perform 4460-SAVE-LEG
                    move WS-SPLIT-AMT to WS-LG-AMOUNT(2)
                 end-if
              end-if
              compute WS-LG-AMOUNT(1) = WS-NET - WS-SPLIT-AMT
           end-if

           if WS-PAY-BY-CHEQUE and WS-NEXT-CHEQUE-NO = 0
              if WS-TRIAL-RUN
                 perform 5670-EXC-NO-CHEQUE-NO
              else
                 display 'PAYCYCLE: EMPLOYEE ' PR-EMPLOYEE-NO
                         ' MUST BE PAID BY CHEQUE BUT NO FIRST CHEQUE '
                         'NUMBER IN PARM - RUN STOPPED'
                 stop run
              end-if
           end-if
           exit.

       4450-READ-ACCOUNT.

           move 'N'            to WS-BA-FOUND-IND
           move PR-EMPLOYEE-NO to BA-EMPLOYEE-NO
           move WS-LEG-SUB     to BA-ACCT-SEQ

           if WS-BACCT-STATUS not = '05'
              read BANKACCT-FILE
                  invalid key continue
                  not invalid key move 'Y' to WS-BA-FOUND-IND
              end-read
           end-if
           exit.

       4460-SAVE-LEG.

           move BA-SORT-CODE    to WS-LG-SORT-CODE(WS-LEG-SUB)
           move BA-ACCOUNT-NO   to WS-LG-ACCOUNT-NO(WS-LEG-SUB)
           move BA-ACCOUNT-TYPE to WS-LG-ACCOUNT-TYPE(WS-LEG-SUB)
           exit.

      **********************************************************
      * Pay the net the way 4400-ROUTE-PAYMENT decided: one bank *
      * detail per account leg with money in it, or a numbered   *
      * cheque with its line on the cheque register.  A trial    *
      * only counts what would have been paid each way.          *
      **********************************************************
       4500-ISSUE-PAYMENT.

           if WS-PAY-BY-CHEQUE
              if WS-TRIAL-RUN
                 add 1      to WS-CHEQUE-COUNT
                 add WS-NET to WS-CHEQUE-TOTAL
              else
                 perform 4600-WRITE-CHEQUE
              end-if
           else
              add 1 to WS-BANKPAY-COUNT
              perform varying WS-LEG-SUB from 1 by 1
                 until WS-LEG-SUB > 2
                 if WS-LG-AMOUNT(WS-LEG-SUB) > 0
                    if WS-TRIAL-RUN
                       add 1 to WS-BANK-REC-COUNT
                       add WS-LG-AMOUNT(WS-LEG-SUB) to
                           WS-BANK-NET-TOTAL
                    else
                       perform 4550-WRITE-BANK-DETAIL
                    end-if
                 end-if
              end-perform
           end-if
           exit.

       4550-WRITE-BANK-DETAIL.

           move PR-EMPLOYEE-NO                to WS-BD-EMPL-NO
           move PR-NAME                       to WS-BD-NAME
           move WS-LG-AMOUNT(WS-LEG-SUB)      to WS-BD-NET
           move PR-DEPARTMENT                 to WS-BD-DEPT
           move WS-RUN-PERIOD                 to WS-BD-PERIOD
           move WS-LG-SORT-CODE(WS-LEG-SUB)   to WS-BD-SORT-CODE
           move WS-LG-ACCOUNT-NO(WS-LEG-SUB)  to WS-BD-ACCOUNT-NO
           move WS-LG-ACCOUNT-TYPE(WS-LEG-SUB) to WS-BD-ACCOUNT-TYPE
           move WS-LG-SEQ(WS-LEG-SUB)         to WS-BD-ACCT-SEQ
           move 'P'                           to WS-BD-ENTRY-TYPE

           write BANK-RECORD from WS-BANK-DETAIL
           if WS-BANK-STATUS not = '00'
              display 'PAYCYCLE: BANK WRITE FAILED FOR EMPLOYEE '
                       PR-EMPLOYEE-NO ' STATUS=' WS-BANK-STATUS
              stop run
           end-if

           add 1                        to WS-BANK-REC-COUNT
           add WS-LG-AMOUNT(WS-LEG-SUB) to WS-BANK-NET-TOTAL
           exit.

       4600-WRITE-CHEQUE.

           move WS-NEXT-CHEQUE-NO to WS-CD-CHEQUE-NO
           add 1 to WS-NEXT-CHEQUE-NO

           move PR-EMPLOYEE-NO to WS-CD-EMPL-NO
           move PR-NAME        to WS-CD-NAME
           move WS-NET         to WS-CD-NET
           move PR-DEPARTMENT  to WS-CD-DEPT
           move WS-RUN-PERIOD  to WS-CD-PERIOD
           move PR-ADDR1       to WS-CD-ADDR1
           move PR-ADDR2       to WS-CD-ADDR2
           move PR-ADDR3       to WS-CD-ADDR3

           write CHEQUE-RECORD from WS-CHEQUE-DETAIL
           if WS-CHEQUE-STATUS not = '00'
              display 'PAYCYCLE: CHEQUE WRITE FAILED FOR EMPLOYEE '
                       PR-EMPLOYEE-NO ' STATUS=' WS-CHEQUE-STATUS
              stop run
           end-if

           add 1      to WS-CHEQUE-COUNT
           add WS-NET to WS-CHEQUE-TOTAL

           if WS-CHR-LINE-CNT > WS-LINES-PER-PAGE
              perform 6500-CHEQUE-HEADINGS
           end-if

           move spaces          to CHQREG-LINE
           move WS-CD-CHEQUE-NO to CHR-CHEQUE-NO
           move PR-DEPARTMENT   to CHR-DEPT
           move PR-EMPLOYEE-NO  to CHR-EMPL-NO
           move PR-NAME         to CHR-NAME
           move WS-NET          to CHR-AMOUNT
           move PR-ADDR1        to CHR-ADDR1
           write CHQREG-LINE from CHR-DETAIL-LINE
           add 1 to WS-CHR-LINE-CNT
           exit.

      **********************************************************
      * Gather the employee just paid into the journal tables:   *
      * the gross and the non-taxable adjustments under the      *
      * department, each applied deduction under its code.  A    *
      * table overflow stops the run rather than let the journal *
      * drift from the run totals.                               *
      **********************************************************
       4700-GATHER-JOURNAL.

           move 'N' to WS-GL-FOUND-IND
           perform varying WS-GL-DEPT-SUB from 1 by 1
              until WS-GL-DEPT-SUB > WS-GL-DEPT-COUNT
                    or WS-GL-FOUND
              if WS-GD-DEPT(WS-GL-DEPT-SUB) = PR-DEPARTMENT
                 move 'Y' to WS-GL-FOUND-IND
              end-if
           end-perform

           if WS-GL-FOUND
              subtract 1 from WS-GL-DEPT-SUB
           else
              if WS-GL-DEPT-COUNT < WS-GL-DEPT-MAX
                 add 1 to WS-GL-DEPT-COUNT
                 move WS-GL-DEPT-COUNT to WS-GL-DEPT-SUB
                 move PR-DEPARTMENT to WS-GD-DEPT(WS-GL-DEPT-SUB)
                 move 0             to WS-GD-GROSS(WS-GL-DEPT-SUB)
                 move 0             to WS-GD-NONTAX(WS-GL-DEPT-SUB)
              else
                 display 'PAYCYCLE: TOO MANY DEPARTMENTS FOR THE GL '
                         'JOURNAL - RUN STOPPED'
                 stop run
              end-if
           end-if
           add WS-GROSS          to WS-GD-GROSS(WS-GL-DEPT-SUB)
           add WS-ADJ-NONTAX-SUM to WS-GD-NONTAX(WS-GL-DEPT-SUB)

           perform varying WS-APPLIED-SUB from 1 by 1
              until WS-APPLIED-SUB > WS-APPLIED-COUNT
              perform 4750-GATHER-DEDUCTION
           end-perform
           exit.

       4750-GATHER-DEDUCTION.

           move 'N' to WS-GL-FOUND-IND
           perform varying WS-GL-DEDN-SUB from 1 by 1
              until WS-GL-DEDN-SUB > WS-GL-DEDN-COUNT
                    or WS-GL-FOUND
              if WS-GC-CODE(WS-GL-DEDN-SUB) =
                 WS-AP-CODE(WS-APPLIED-SUB)
                 move 'Y' to WS-GL-FOUND-IND
              end-if
           end-perform

           if WS-GL-FOUND
              subtract 1 from WS-GL-DEDN-SUB
           else
              if WS-GL-DEDN-COUNT < WS-GL-DEDN-MAX
                 add 1 to WS-GL-DEDN-COUNT
                 move WS-GL-DEDN-COUNT to WS-GL-DEDN-SUB
                 move WS-AP-CODE(WS-APPLIED-SUB) to
                      WS-GC-CODE(WS-GL-DEDN-SUB)
                 move 0 to WS-GC-AMOUNT(WS-GL-DEDN-SUB)
              else
                 display 'PAYCYCLE: TOO MANY DEDUCTION CODES FOR THE '
                         'GL JOURNAL - RUN STOPPED'
                 stop run
              end-if
           end-if
           add WS-AP-AMOUNT(WS-APPLIED-SUB) to
               WS-GC-AMOUNT(WS-GL-DEDN-SUB)
           exit.

      **********************************************************
      * The adjustments just paid are marked applied with this   *
      * run's period (or off-cycle identifier) and date, so no   *
      * later run pays them again.                               *
      **********************************************************
       4800-MARK-ADJUSTMENTS.

           perform varying WS-ADJ-SUB from 1 by 1
              until WS-ADJ-SUB > WS-ADJ-COUNT
              move PR-EMPLOYEE-NO        to ADJ-EMPLOYEE-NO
              move WS-AJ-SEQ(WS-ADJ-SUB) to ADJ-SEQ
              read ADJ-FILE
                  invalid key
                      display 'PAYCYCLE: ADJUSTMENT ' ADJ-KEY
                              ' VANISHED DURING THE RUN - RUN '
                              'STOPPED'
                      stop run
              end-read
              move 'A'           to ADJ-STATUS
              move WS-RUN-PERIOD to ADJ-PAID-PERIOD
              move WS-RUN-DATE-X to ADJ-PAID-DATE
              rewrite ADJUSTMENT-RECORD
              if WS-ADJUST-STATUS not = '00'
                 display 'PAYCYCLE: ADJUSTMENT REWRITE FAILED FOR '
                         'EMPLOYEE ' PR-EMPLOYEE-NO
                         ' STATUS=' WS-ADJUST-STATUS
                 stop run
              end-if
           end-perform
           exit.

       5000-WRITE-LINE.

           write REPORT-LINE from DETAIL-LINE
           add 1 to WS-LINE-CNT
           exit.

      **********************************************************
      * Trial run: the checks on the employee just computed.     *
      * Each one that trips is a line on the exception report;   *
      * an employee can trip more than one.                      *
      **********************************************************
       5500-CHECK-EXCEPTIONS.

           if WS-NET not > 0
              perform 5590-EXC-EMPLOYEE
              move 'NET PAY ZERO OR NEGATIVE' to EXL-TEXT
              move WS-NET                     to EXL-AMOUNT
              add 1 to WS-EX-NETNEG-COUNT
              perform 5700-WRITE-EXCEPTION
           end-if

           if WS-DEDN-SUM > 0 and
              WS-DEDN-SUM * 100 > WS-GROSS * WS-DEDN-PCT-LIMIT
              perform 5590-EXC-EMPLOYEE
              move 'DEDUCTIONS OVER LIMIT SHARE OF GROSS' to EXL-TEXT
              move WS-DEDN-SUM                to EXL-AMOUNT
              move WS-GROSS                   to EXL-AGAINST
              add 1 to WS-EX-DEDN-COUNT
              perform 5700-WRITE-EXCEPTION
           end-if

           if WS-DEPCT-BAD-IND = 'Y'
              perform 5590-EXC-EMPLOYEE
              move 'DEPENDENT COUNT INVALID (0 USED)' to EXL-TEXT
              move 'PR-DEP-COUNT='            to EXL-INFO
              move PR-DEP-COUNT               to EXL-INFO(14:1)
              add 1 to WS-EX-DEPCT-COUNT
              perform 5700-WRITE-EXCEPTION
           end-if

           perform 5550-CHECK-NET-CHANGE
           exit.

      * the net against the employee's last regular period paid;
      * an employee with no earlier pay on file has nothing to be
      * measured against

       5550-CHECK-NET-CHANGE.

           move 'N'    to WS-LAST-FOUND-IND
           move 'N'    to WS-HIST-EOF-IND
           move 0      to WS-LAST-NET
           move spaces to WS-LAST-PERIOD

           move PR-EMPLOYEE-NO to HS-EMPLOYEE-NO
           move low-values     to HS-PERIOD

           start HIST-FILE key not less than HS-KEY
               invalid key move 'Y' to WS-HIST-EOF-IND
           end-start

           perform 5560-READ-LAST-NET until WS-HIST-EOF

           if WS-LAST-FOUND-IND = 'Y' and WS-LAST-NET > 0
              compute WS-NET-CHANGE = WS-NET - WS-LAST-NET
              if WS-NET-CHANGE < 0
                 compute WS-NET-CHANGE = 0 - WS-NET-CHANGE
              end-if
              if WS-NET-CHANGE * 100 > WS-LAST-NET * WS-NET-CHANGE-PCT
                 perform 5590-EXC-EMPLOYEE
                 move 'NET CHANGED OVER LIMIT FROM LAST PAY'
                                             to EXL-TEXT
                 move WS-NET                 to EXL-AMOUNT
                 move WS-LAST-NET            to EXL-AGAINST
                 move 'LAST'                 to EXL-INFO
                 move WS-LAST-PERIOD         to EXL-INFO(6:6)
                 add 1 to WS-EX-NETCHG-COUNT
                 perform 5700-WRITE-EXCEPTION
              end-if
           end-if
           exit.

       5560-READ-LAST-NET.

           read HIST-FILE next record
               at end move 'Y' to WS-HIST-EOF-IND
           end-read

           if not WS-HIST-EOF
              if HS-EMPLOYEE-NO not = PR-EMPLOYEE-NO or
                 HS-PERIOD not < WS-RUN-PERIOD
                 move 'Y' to WS-HIST-EOF-IND
              else
                 if HS-REGULAR-RUN
                    move 'Y'       to WS-LAST-FOUND-IND
                    move HS-NET    to WS-LAST-NET
                    move HS-PERIOD to WS-LAST-PERIOD
                 end-if
              end-if
           end-if
           exit.

       5590-EXC-EMPLOYEE.

           move spaces         to EXCEPTION-LINE
           move PR-DEPARTMENT  to EXL-DEPT
           move PR-EMPLOYEE-NO to EXL-EMPL-NO
           move PR-NAME        to EXL-NAME
           exit.

       5650-EXC-NO-TERM-DATE.

           perform 5590-EXC-EMPLOYEE
           move 'TERMINATED WITH NO TERMINATION DATE' to EXL-TEXT
           add 1 to WS-EX-NOTERM-COUNT
           perform 5700-WRITE-EXCEPTION
           exit.

       5660-EXC-PAST-STOP-DATE.

           perform 5590-EXC-EMPLOYEE
           move 'DEDUCTION PAST STOP DATE ON FILE' to EXL-TEXT
           move DED-CODE       to EXL-INFO(1:4)
           move DED-STOP-DATE  to EXL-INFO(6:8)
           add 1 to WS-EX-STOPDT-COUNT
           perform 5700-WRITE-EXCEPTION
           exit.

       5670-EXC-NO-CHEQUE-NO.

           perform 5590-EXC-EMPLOYEE
           move 'CHEQUE DUE, NO FIRST CHEQUE NO IN PARM' to EXL-TEXT
           move WS-NET         to EXL-AMOUNT
           add 1 to WS-EX-NOCHQ-COUNT
           perform 5700-WRITE-EXCEPTION
           exit.

       5680-EXC-NO-TAX-BANDS.

           move spaces         to EXCEPTION-LINE
           move 'NO TAX BANDS IN FORCE - PAY UNTAXED' to EXL-TEXT
           move 'AS AT'        to EXL-INFO
           move WS-RUN-DATE-X  to EXL-INFO(7:8)
           add 1 to WS-EX-NOBAND-COUNT
           perform 5700-WRITE-EXCEPTION
           exit.

       5700-WRITE-EXCEPTION.

           if WS-EXC-LINE-CNT > WS-LINES-PER-PAGE
              perform 6700-EXCEPTION-HEADINGS
           end-if

           write EXCEPT-LINE from EXCEPTION-LINE
           add 1 to WS-EXC-LINE-CNT
           add 1 to WS-EXC-COUNT
           exit.

       6000-HEADINGS.

           move WS-RUN-PERIOD       to HDG3-PERIOD
           move WS-PERIODS-PER-YEAR to HDG3-PPY
           evaluate true
               when WS-OFF-CYCLE
                   move 'OFF-CYCLE RUN - ADJUSTMENTS ONLY' to HDG3-MODE
               when WS-TRIAL-RUN
                   move 'TRIAL RUN - NOTHING PAID'  to HDG3-MODE
               when other
                   move spaces to HDG3-MODE
           end-evaluate

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move 8 to WS-LINE-CNT
           exit.

       6500-CHEQUE-HEADINGS.

           add 1 to WS-CHR-PAGE-NO
           if WS-CHR-PAGE-NO > 1
              move spaces to CHQREG-LINE
              write CHQREG-LINE after advancing page
           end-if

           move WS-RUN-MM      to CHR-HDG1-DATE(1:2)
           move '/'            to CHR-HDG1-DATE(3:1)
           move WS-RUN-DD      to CHR-HDG1-DATE(4:2)
           move '/'            to CHR-HDG1-DATE(6:1)
           move WS-RUN-YYYY    to CHR-HDG1-DATE(7:4)
           move WS-CHR-PAGE-NO to CHR-HDG1-PAGE

           move WS-RUN-HH      to HDG2-TIME(1:2)
           move ':'            to HDG2-TIME(3:1)
           move WS-RUN-MN      to HDG2-TIME(4:2)
           move ':'            to HDG2-TIME(6:1)
           move WS-RUN-SS      to HDG2-TIME(7:2)

           move WS-RUN-PERIOD       to HDG3-PERIOD
           move WS-PERIODS-PER-YEAR to HDG3-PPY

           write CHQREG-LINE from CHR-HDG1
           write CHQREG-LINE from HDG2 after advancing 1 line
           move spaces to CHQREG-LINE
           write CHQREG-LINE after advancing 1 line
           write CHQREG-LINE from HDG3 after advancing 1 line
           move spaces to CHQREG-LINE
           write CHQREG-LINE after advancing 1 line
           write CHQREG-LINE from CHR-HDG3 after advancing 1 line
           move spaces to CHQREG-LINE
           write CHQREG-LINE after advancing 1 line

           move 8 to WS-CHR-LINE-CNT
           exit.

       6700-EXCEPTION-HEADINGS.

           add 1 to WS-EXC-PAGE-NO
           if WS-EXC-PAGE-NO > 1
              move spaces to EXCEPT-LINE
              write EXCEPT-LINE after advancing page
           end-if

           move WS-RUN-MM      to EXC-HDG1-DATE(1:2)
           move '/'            to EXC-HDG1-DATE(3:1)
           move WS-RUN-DD      to EXC-HDG1-DATE(4:2)
           move '/'            to EXC-HDG1-DATE(6:1)
           move WS-RUN-YYYY    to EXC-HDG1-DATE(7:4)
           move WS-EXC-PAGE-NO to EXC-HDG1-PAGE

           move WS-RUN-HH      to HDG2-TIME(1:2)
           move ':'            to HDG2-TIME(3:1)
           move WS-RUN-MN      to HDG2-TIME(4:2)
           move ':'            to HDG2-TIME(6:1)
           move WS-RUN-SS      to HDG2-TIME(7:2)

           move WS-RUN-PERIOD     to EXC-HDG3-PERIOD
           move WS-DEDN-PCT-LIMIT to EXC-HDG3-DEDN-PCT
           move WS-NET-CHANGE-PCT to EXC-HDG3-NET-PCT

           write EXCEPT-LINE from EXC-HDG1
           write EXCEPT-LINE from HDG2 after advancing 1 line
           move spaces to EXCEPT-LINE
           write EXCEPT-LINE after advancing 1 line
           write EXCEPT-LINE from EXC-HDG3 after advancing 1 line
           move spaces to EXCEPT-LINE
           write EXCEPT-LINE after advancing 1 line
           write EXCEPT-LINE from EXC-HDG4 after advancing 1 line
           move spaces to EXCEPT-LINE
           write EXCEPT-LINE after advancing 1 line

           move 8 to WS-EXC-LINE-CNT
           exit.

       7500-WRITE-TRAILER.

           move WS-BANK-REC-COUNT to WS-BT-COUNT
           move WS-BANK-NET-TOTAL to WS-BT-NET-TOTAL
           move WS-RUN-PERIOD     to WS-BT-PERIOD

           write BANK-RECORD from WS-BANK-TRAILER
           if WS-BANK-STATUS not = '00'
                       WS-BANK-STATUS
              stop run
           end-if

           move WS-CHEQUE-COUNT    to WS-CT-COUNT
           move WS-CHEQUE-TOTAL    to WS-CT-NET-TOTAL
           move WS-RUN-PERIOD      to WS-CT-PERIOD
           move WS-FIRST-CHEQUE-NO to WS-CT-FIRST-NO
           if WS-CHEQUE-COUNT > 0
              compute WS-CT-LAST-NO = WS-NEXT-CHEQUE-NO - 1
           else
              move 0 to WS-CT-FIRST-NO
              move 0 to WS-CT-LAST-NO
           end-if

           write CHEQUE-RECORD from WS-CHEQUE-TRAILER
           if WS-CHEQUE-STATUS not = '00'
              display 'PAYCYCLE: CHEQUE TRAILER WRITE FAILED, STATUS='
                       WS-CHEQUE-STATUS
              stop run
           end-if
           exit.

      **********************************************************
      * Write the balanced pay-run journal: a salary-expense     *
      * debit per department for the gross and a 6200 debit per  *
      * department for the non-taxable adjustments, and credits  *
      * for the tax and benefit withholdings, each deduction     *
      * code's payable and the net paid to the bank and by       *
      * cheque.  A zero amount writes no line; a negative one -- *
      * recoveries outweighing reimbursements -- goes on the     *
      * other side for its absolute value.                       *
      **********************************************************
       7600-WRITE-JOURNAL.

           perform varying WS-GL-DEPT-SUB from 1 by 1
              until WS-GL-DEPT-SUB > WS-GL-DEPT-COUNT
              move WS-GD-DEPT(WS-GL-DEPT-SUB)  to WS-EXPENSE-DEPT
              move WS-EXPENSE-ACCOUNT          to PST-ACCOUNT
              move 'D'                         to PST-DR-CR
              move WS-GD-DEPT(WS-GL-DEPT-SUB)  to PST-DEPARTMENT
              move 'PAYR'                      to PST-ACTION
              move WS-GD-GROSS(WS-GL-DEPT-SUB) to WS-GL-AMOUNT
              perform 7700-WRITE-JOURNAL-LINE
              add WS-GL-AMOUNT to WS-GL-GROSS

              move WS-GD-DEPT(WS-GL-DEPT-SUB)  to WS-NONTAX-DEPT
              move WS-NONTAX-ACCOUNT           to PST-ACCOUNT
              move WS-GD-NONTAX(WS-GL-DEPT-SUB) to WS-GL-AMOUNT
              perform 7700-WRITE-JOURNAL-LINE
              add WS-GL-AMOUNT to WS-GL-NONTAX
           end-perform

           move WS-TAX-LIAB-ACCOUNT to PST-ACCOUNT
           move 'C'                 to PST-DR-CR
           move space               to PST-DEPARTMENT
           move 'PAYR'              to PST-ACTION
           move WS-TAX-TOTAL        to WS-GL-AMOUNT
           perform 7700-WRITE-JOURNAL-LINE
           add WS-GL-AMOUNT to WS-GL-TAX

           move WS-BEN-LIAB-ACCOUNT to PST-ACCOUNT
           move WS-BEN-TOTAL        to WS-GL-AMOUNT
           perform 7700-WRITE-JOURNAL-LINE
           add WS-GL-AMOUNT to WS-GL-BEN

           perform varying WS-GL-DEDN-SUB from 1 by 1
              until WS-GL-DEDN-SUB > WS-GL-DEDN-COUNT
              perform 7650-FIND-DEDN-ACCOUNT
              move WS-GC-ACCOUNT(WS-GL-DEDN-SUB) to PST-ACCOUNT
              move WS-GC-CODE(WS-GL-DEDN-SUB)   to PST-ACTION
              move WS-GC-AMOUNT(WS-GL-DEDN-SUB) to WS-GL-AMOUNT
              perform 7700-WRITE-JOURNAL-LINE
              add WS-GL-AMOUNT to WS-GL-DEDN
           end-perform

           move 'PAYR'                to PST-ACTION
           move WS-NET-BANK-ACCOUNT   to PST-ACCOUNT
           move WS-BANK-NET-TOTAL     to WS-GL-AMOUNT
           perform 7700-WRITE-JOURNAL-LINE
           add WS-GL-AMOUNT to WS-GL-NET

           move WS-NET-CHEQUE-ACCOUNT to PST-ACCOUNT
           move WS-CHEQUE-TOTAL       to WS-GL-AMOUNT
           perform 7700-WRITE-JOURNAL-LINE
           add WS-GL-AMOUNT to WS-GL-NET
           exit.

       7650-FIND-DEDN-ACCOUNT.

           move WS-DEDN-PAY-ACCOUNT to WS-GC-ACCOUNT(WS-GL-DEDN-SUB)
           move 'N' to WS-GL-FOUND-IND
           move 'N' to WS-GC-MAPPED-IND(WS-GL-DEDN-SUB)
           perform varying WS-DACC-SUB from 1 by 1
              until WS-DACC-SUB > WS-DACC-COUNT or WS-GL-FOUND
              if WS-DA-CODE(WS-DACC-SUB) = WS-GC-CODE(WS-GL-DEDN-SUB)
                 move 'Y' to WS-GL-FOUND-IND
                 move 'Y' to WS-GC-MAPPED-IND(WS-GL-DEDN-SUB)
                 move WS-DA-ACCOUNT(WS-DACC-SUB) to
                      WS-GC-ACCOUNT(WS-GL-DEDN-SUB)
              end-if
           end-perform

           if not WS-GL-FOUND
              add 1 to WS-GL-UNMAPPED-COUNT
           end-if
           exit.

       7700-WRITE-JOURNAL-LINE.

           if WS-GL-AMOUNT not = 0
              move PST-DR-CR    to WS-GL-SAVE-DR-CR
              move WS-GL-AMOUNT to WS-GL-POST-AMT
              if WS-GL-POST-AMT < 0
                 compute WS-GL-POST-AMT = 0 - WS-GL-POST-AMT
                 if PST-DR-CR = 'D'
                    move 'C' to PST-DR-CR
                 else
                    move 'D' to PST-DR-CR
                 end-if
              end-if
              move WS-GL-POST-AMT to PST-AMOUNT
              move spaces       to PST-EMPLOYEE-NO
              move WS-RUN-DATE  to PST-RUN-DATE

              write POSTING-RECORD
              if WS-JOURNAL-STATUS not = '00'
                 display 'PAYCYCLE: GL JOURNAL WRITE FAILED, STATUS='
                          WS-JOURNAL-STATUS
                 stop run
              end-if

              add 1 to WS-GL-LINES
              if PST-DR-CR = 'D'
                 add WS-GL-POST-AMT to WS-GL-DEBIT-TOTAL
              else
                 add WS-GL-POST-AMT to WS-GL-CREDIT-TOTAL
              end-if
              move WS-GL-SAVE-DR-CR to PST-DR-CR
           end-if
           exit.

       8000-FINAL-TOTALS.

           if WS-OFF-CYCLE
              perform varying WS-NAMED-SUB from 1 by 1
                 until WS-NAMED-SUB > WS-NAMED-COUNT
                 if WS-NM-SEEN-IND(WS-NAMED-SUB) = 'N'
                    perform 8100-NAMED-MISSING
                 end-if
              end-perform
           end-if

           perform varying WS-TS-SUB from 1 by 1
              until WS-TS-SUB > WS-TS-COUNT
              if WS-TS-MATCHED-IND(WS-TS-SUB) = 'N' and
                 WS-TS-REJECT(WS-TS-SUB) = spaces
                 move 'EMPLOYEE NOT ON PAYROLL' to
                      WS-TS-REJECT(WS-TS-SUB)
              end-if
              if WS-TS-REJECT(WS-TS-SUB) not = spaces
                 perform 8200-TIMESHEET-REJECT
              end-if
           end-perform

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'UNPAID LEAVE EMPLOYEES:' to CL-LABEL
           move WS-UNPAID-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAID BY BANK:'          to CL-LABEL
           move WS-BANKPAY-COUNT         to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'BANK PAYMENT RECORDS:'  to CL-LABEL
           move WS-BANK-REC-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAID BY CHEQUE:'        to CL-LABEL
           move WS-CHEQUE-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'ADJUSTMENTS PAID:'      to CL-LABEL
           move WS-ADJ-APPLIED-COUNT     to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           if not WS-OFF-CYCLE
              move 'HOURLY PAID:'           to CL-LABEL
              move WS-HOURLY-PAID-COUNT     to CL-COUNT
              write REPORT-LINE from COUNT-LINE
              move 'HOURLY, NO TIMESHEET:'  to CL-LABEL
              move WS-NOTIME-COUNT          to CL-COUNT
              write REPORT-LINE from COUNT-LINE
              move 'TIMESHEETS READ:'       to CL-LABEL
              move WS-TS-READ-COUNT         to CL-COUNT
              write REPORT-LINE from COUNT-LINE
              move 'TIMESHEETS REJECTED:'   to CL-LABEL
              move WS-TS-REJECT-COUNT       to CL-COUNT
              write REPORT-LINE from COUNT-LINE
           end-if
           if WS-OFF-CYCLE
              move 'NAMED, NONE PENDING:'   to CL-LABEL
              move WS-NOADJ-COUNT           to CL-COUNT
              write REPORT-LINE from COUNT-LINE
              move 'NAMED, NOT ON PAYROLL:' to CL-LABEL
              move WS-NAMEDMISS-COUNT       to CL-COUNT
              write REPORT-LINE from COUNT-LINE
           end-if

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           move 'GROSS TOTAL:'           to TTL-LABEL
           move WS-GROSS-TOTAL           to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move ' TAXABLE ADJ. IN GROSS:' to TTL-LABEL
           move WS-ADJ-TAXABLE-TOTAL     to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'NON-TAXABLE ADJ. TOTAL:' to TTL-LABEL
           move WS-ADJ-NONTAX-TOTAL      to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'TAX TOTAL:'             to TTL-LABEL
           move WS-TAX-TOTAL             to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'NET PAY TOTAL:'         to TTL-LABEL
           move WS-NET-TOTAL             to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'PAID TO BANK TOTAL:'    to TTL-LABEL
           move WS-BANK-NET-TOTAL        to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE
           move 'PAID BY CHEQUE TOTAL:'  to TTL-LABEL
           move WS-CHEQUE-TOTAL          to TTL-AMOUNT
           write REPORT-LINE from TOTAL-LINE

           if WS-TRIAL-RUN
              perform 8700-EXCEPTION-TOTALS
           else
              perform 8500-JOURNAL-CONTROL
              perform 8600-CHEQUE-TOTALS
           end-if
           exit.

       8100-NAMED-MISSING.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move WS-NM-EMPL-NO(WS-NAMED-SUB) to NML-EMPL-NO
           write REPORT-LINE from NAMED-MISS-LINE
           add 1 to WS-LINE-CNT
           add 1 to WS-NAMEDMISS-COUNT
           exit.

      * a timesheet that was not paid, with the reason -- in a
      * trial it is an exception as well

       8200-TIMESHEET-REJECT.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           move WS-TS-DEPT(WS-TS-SUB)    to TRL-L-DEPT
           move WS-TS-EMPL-NO(WS-TS-SUB) to TRL-L-EMPL-NO
           move WS-TS-PERIOD(WS-TS-SUB)  to TRL-L-PERIOD
           compute TRL-L-HOURS =
               WS-TS-REG-HOURS(WS-TS-SUB) + WS-TS-OT-HOURS(WS-TS-SUB)
               + WS-TS-HOL-HOURS(WS-TS-SUB)
           move WS-TS-REJECT(WS-TS-SUB)  to TRL-L-REASON
           write REPORT-LINE from TS-REJECT-LINE
           add 1 to WS-LINE-CNT
           add 1 to WS-TS-REJECT-COUNT

           if WS-TRIAL-RUN
              move spaces                   to EXCEPTION-LINE
              move WS-TS-DEPT(WS-TS-SUB)    to EXL-DEPT
              move WS-TS-EMPL-NO(WS-TS-SUB) to EXL-EMPL-NO
              move 'TIMESHEET REJECTED'     to EXL-TEXT
              move WS-TS-REJECT(WS-TS-SUB)  to EXL-NAME
              move WS-TS-PERIOD(WS-TS-SUB)  to EXL-INFO
              add 1 to WS-EX-TSREJ-COUNT
              perform 5700-WRITE-EXCEPTION
           end-if
           exit.

      **********************************************************
      * Journal control: each side of the journal against the    *
      * pay-run total it must equal, then the journal's own      *
      * debit/credit balance.  A journal that does not tie is    *
      * flagged on the register and the console and must not be  *
      * posted.  Deduction codes with no PAYDACC account are     *
      * listed: their payables went to the control account.      *
      **********************************************************
       8500-JOURNAL-CONTROL.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from GL-HDG after advancing 1 line

           move 'GROSS (EXPENSE DR):'    to TIE-LABEL
           move WS-GL-GROSS              to TIE-JOURNAL
           move WS-GROSS-TOTAL           to TIE-PAYRUN
           if WS-GL-GROSS = WS-GROSS-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'NON-TAXABLE ADJ (DR):'  to TIE-LABEL
           move WS-GL-NONTAX             to TIE-JOURNAL
           move WS-ADJ-NONTAX-TOTAL      to TIE-PAYRUN
           if WS-GL-NONTAX = WS-ADJ-NONTAX-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'TAX WITHHELD (CR):'     to TIE-LABEL
           move WS-GL-TAX                to TIE-JOURNAL
           move WS-TAX-TOTAL             to TIE-PAYRUN
           if WS-GL-TAX = WS-TAX-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'BENEFITS (CR):'         to TIE-LABEL
           move WS-GL-BEN                to TIE-JOURNAL
           move WS-BEN-TOTAL             to TIE-PAYRUN
           if WS-GL-BEN = WS-BEN-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'DEDUCTIONS (CR):'       to TIE-LABEL
           move WS-GL-DEDN               to TIE-JOURNAL
           move WS-DEDUCT-TOTAL          to TIE-PAYRUN
           if WS-GL-DEDN = WS-DEDUCT-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'NET PAY CLEARING (CR):' to TIE-LABEL
           move WS-GL-NET                to TIE-JOURNAL
           move WS-NET-TOTAL             to TIE-PAYRUN
           if WS-GL-NET = WS-NET-TOTAL
              move 'TIES'                to TIE-STATUS
           else
              move 'DOES NOT TIE'        to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'JOURNAL DEBITS:'        to TIE-LABEL
           move WS-GL-DEBIT-TOTAL        to TIE-JOURNAL
           move WS-GL-CREDIT-TOTAL       to TIE-PAYRUN
           if WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
              move 'BALANCED'            to TIE-STATUS
           else
              move 'OUT OF BALANCE'      to TIE-STATUS
           end-if
           write REPORT-LINE from TIE-LINE

           move 'JOURNAL LINES WRITTEN:' to CL-LABEL
           move WS-GL-LINES              to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           if WS-GL-UNMAPPED-COUNT > 0
              perform varying WS-GL-DEDN-SUB from 1 by 1
                 until WS-GL-DEDN-SUB > WS-GL-DEDN-COUNT
                 if WS-GC-MAPPED-IND(WS-GL-DEDN-SUB) = 'N'
                    move WS-GC-CODE(WS-GL-DEDN-SUB) to DAL-CODE
                    move WS-DEDN-PAY-ACCOUNT         to DAL-ACCOUNT
                    write REPORT-LINE from DACC-LINE
                 end-if
              end-perform
              display 'PAYCYCLE: ' WS-GL-UNMAPPED-COUNT
                      ' DEDUCTION CODE(S) POSTED TO '
                      WS-DEDN-PAY-ACCOUNT ' - NO PAYDACC ACCOUNT'
           end-if

           if WS-GL-GROSS not = WS-GROSS-TOTAL or
              WS-GL-NONTAX not = WS-ADJ-NONTAX-TOTAL or
              WS-GL-TAX   not = WS-TAX-TOTAL   or
              WS-GL-BEN   not = WS-BEN-TOTAL   or
              WS-GL-DEDN  not = WS-DEDUCT-TOTAL or
              WS-GL-NET   not = WS-NET-TOTAL   or
              WS-GL-DEBIT-TOTAL not = WS-GL-CREDIT-TOTAL
              display 'PAYCYCLE: GL JOURNAL DOES NOT TIE TO THE PAY '
                      'RUN TOTALS - DO NOT POST PAYCYCLE.GL'
           end-if
           exit.

       8600-CHEQUE-TOTALS.

           if WS-CHR-PAGE-NO = 0
              perform 6500-CHEQUE-HEADINGS
           end-if
           move spaces to CHQREG-LINE
           write CHQREG-LINE after advancing 1 line
           move 'CHEQUES ISSUED:'        to CL-LABEL
           move WS-CHEQUE-COUNT          to CL-COUNT
           write CHQREG-LINE from COUNT-LINE
           move 'CHEQUE TOTAL:'          to TTL-LABEL
           move WS-CHEQUE-TOTAL          to TTL-AMOUNT
           write CHQREG-LINE from TOTAL-LINE
           exit.

      **********************************************************
      * Trial run: the exception count on the preview register,  *
      * and the count by kind at the foot of the exception       *
      * report.                                                  *
      **********************************************************
       8700-EXCEPTION-TOTALS.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           move 'TRIAL RUN EXCEPTIONS:'  to CL-LABEL
           move WS-EXC-COUNT             to CL-COUNT
           write REPORT-LINE from COUNT-LINE

           move spaces to EXCEPT-LINE
           write EXCEPT-LINE after advancing 1 line
           move 'NET NOT POSITIVE:'      to CL-LABEL
           move WS-EX-NETNEG-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'DEDUCTIONS OVER LIMIT:' to CL-LABEL
           move WS-EX-DEDN-COUNT         to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'NET CHANGE OVER LIMIT:' to CL-LABEL
           move WS-EX-NETCHG-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'NO TAX BANDS IN FORCE:' to CL-LABEL
           move WS-EX-NOBAND-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'DEP COUNT INVALID:'     to CL-LABEL
           move WS-EX-DEPCT-COUNT        to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'DEDUCTIONS PAST STOP:'  to CL-LABEL
           move WS-EX-STOPDT-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'TERMINATED, NO TERM DT:' to CL-LABEL
           move WS-EX-NOTERM-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'CHEQUE, NO CHEQUE NO:'  to CL-LABEL
           move WS-EX-NOCHQ-COUNT        to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'HOURLY, NO TIMESHEET:'  to CL-LABEL
           move WS-EX-NOTIME-COUNT       to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'TIMESHEETS REJECTED:'   to CL-LABEL
           move WS-EX-TSREJ-COUNT        to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           move 'TOTAL EXCEPTIONS:'      to CL-LABEL
           move WS-EXC-COUNT             to CL-COUNT
           write EXCEPT-LINE from COUNT-LINE
           exit.

      **********************************************************
      * The period goes onto the control file only when the run  *
      * has written the whole bank file, cheque file and         *
      * registers -- an abend mid-run leaves the period unpaid   *
      * so it can be rerun.  The bank and cheque files, GL       *
      * journal, registers and advices are recreated whole by    *
      * the rerun, and the per-employee PAYYTD and PAYLEAVE      *
      * posts carry the period just posted on each record        *
      * (4000-POST-YTD / 4300-POST-LEAVE), so the rerun skips    *
      * the employees the first attempt had already posted       *
      * instead of double-posting them.  PAYHIST is keyed by the *
      * period, so the rerun simply rewrites the history record  *
      * the first attempt wrote (4100-WRITE-HISTORY), and a      *
      * PAYADJ adjustment already marked applied by the first    *
      * attempt is paid again on the recreated files             *
      * (3300-GATHER-ADJUSTMENTS).  An off-cycle run records its *
      * identifier on PAYCYCLE.OFC instead and never touches     *
      * PAYCYCLE.CTL.                                            *
      **********************************************************
       9000-TERMINATE.

           close PAYROLL-FILE
           close BANKACCT-FILE
           close REPORT-FILE
           close LEAVE-FILE
           close HIST-FILE
           close ADJ-FILE
           close DEDN-FILE

           if WS-TRIAL-RUN
              close SNAP-FILE
              close EXCEPT-FILE
           else
              close BANK-FILE
              close CHEQUE-FILE
              close CHQREG-FILE
              close JOURNAL-FILE
              close ADVICE-FILE
              close YTD-FILE
           end-if

           evaluate true
               when WS-TRIAL-RUN
                   perform 9300-RECORD-TRIAL
               when WS-OFF-CYCLE
                   perform 9200-RECORD-OFFCYCLE
               when other
                   perform 9100-RECORD-PERIOD
           end-evaluate
           exit.

       9100-RECORD-PERIOD.

           open extend PERIOD-FILE
           if WS-PERIOD-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO RECORD PERIOD '
              close PERIOD-FILE
           end-if
           exit.

       9200-RECORD-OFFCYCLE.

           open extend OFFCYC-FILE
           if WS-OFFCYC-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO RECORD OFF-CYCLE RUN '
                       WS-RUN-PERIOD ', STATUS=' WS-OFFCYC-STATUS
              display 'PAYCYCLE: *** OFF-CYCLE RUN HAS BEEN PAID BUT '
                      'IS NOT RECORDED - ADD IT TO PAYCYCLE.OFC BY '
                      'HAND BEFORE ANY RERUN ***'
           else
              move WS-RUN-PERIOD to OFFCYC-ID
              move space         to OFFCYC-RECORD(7:1)
              move WS-RUN-DATE   to OFFCYC-RUN-DATE
              write OFFCYC-RECORD
              if WS-OFFCYC-STATUS not = '00'
                 display 'PAYCYCLE: OFF-CYCLE RECORD WRITE FAILED, '
                         'STATUS=' WS-OFFCYC-STATUS
                 display 'PAYCYCLE: *** OFF-CYCLE RUN ' WS-RUN-PERIOD
                         ' HAS BEEN PAID BUT IS NOT RECORDED - ADD '
                         'IT TO PAYCYCLE.OFC BY HAND BEFORE ANY '
                         'RERUN ***'
              end-if
              close OFFCYC-FILE
           end-if
           exit.

      **********************************************************
      * A trial that ran to the end records itself, replacing    *
      * the trial before it, so the regular run for the period   *
      * can check it.  Failing to record it only means the       *
      * regular run will refuse until the trial is run again.    *
      **********************************************************
       9300-RECORD-TRIAL.

           open output TRIAL-FILE
           if WS-TRIAL-STATUS not = '00'
              display 'PAYCYCLE: UNABLE TO RECORD TRIAL RUN, STATUS='
                       WS-TRIAL-STATUS
              display 'PAYCYCLE: *** THE REGULAR RUN FOR PERIOD '
                      WS-RUN-PERIOD ' WILL BE REFUSED UNTIL THE '
                      'TRIAL IS RERUN ***'
           else
              move spaces              to TRIAL-RECORD
              move WS-RUN-PERIOD       to TRL-PERIOD
              move WS-PERIODS-PER-YEAR to TRL-PPY
              move WS-PERIOD-START     to TRL-PERIOD-START
              move WS-PERIOD-END       to TRL-PERIOD-END
              move WS-RUN-DATE         to TRL-RUN-DATE
              move WS-RUN-TIME(1:6)    to TRL-RUN-TIME
              move WS-SNAP-COUNT       to TRL-RECORD-COUNT
              move WS-EXC-COUNT        to TRL-EXCEPTION-COUNT
              move WS-OT-MULTIPLIER    to TRL-OT-MULTIPLIER
              move WS-HOL-MULTIPLIER   to TRL-HOL-MULTIPLIER
              move WS-TS-READ-COUNT    to TRL-TIMESHEET-COUNT
              move WS-TS-HOURS-TOTAL   to TRL-TIMESHEET-HOURS
              write TRIAL-RECORD
              if WS-TRIAL-STATUS not = '00'
                 display 'PAYCYCLE: TRIAL RECORD WRITE FAILED, STATUS='
                          WS-TRIAL-STATUS
                 display 'PAYCYCLE: *** THE REGULAR RUN FOR PERIOD '
                         WS-RUN-PERIOD ' WILL BE REFUSED UNTIL THE '
                         'TRIAL IS RERUN ***'
              end-if
              close TRIAL-FILE
           end-if
           exit.

      **********************************************************
      * Run-control log.  The start entry goes on PAYRUNLG as    *
      * the run starts, after any parameter record is read, and  *
      * the end entry is the last thing the run does, with its   *
      * counts and total.  A run that stops on an error leaves   *
      * only its start entry.                                    *
      **********************************************************
       9700-LOG-START.

           accept WS-RUNLOG-START-DATE from date yyyymmdd
           accept WS-RUNLOG-START-TIME from time

           perform 9750-CLEAR-LOG-ENTRY
           move 'S'             to RL-EVENT
           move WS-RUNLOG-PARMS to RL-PARMS
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9750-CLEAR-LOG-ENTRY.

           move spaces to RUNLOG-RECORD
           move zeros  to RL-COUNT(1) RL-COUNT(2)
                          RL-COUNT(3) RL-COUNT(4)
                          RL-TOTAL
           exit.

       9780-WRITE-LOG-ENTRY.

           move 'PAYCYCLE'           to RL-PROGRAM
           move WS-RUN-MODE          to RL-RUN-MODE
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYCYCLE: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if
           write RUNLOG-RECORD
           close RUNLOG-FILE
           exit.

       9800-LOG-END.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'             to RL-EVENT
           move WS-RUNLOG-PARMS to RL-PARMS
           if WS-EXC-COUNT > 0 or WS-TS-REJECT-COUNT > 0 or
              WS-NOTIME-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'PAID'                 to RL-COUNT-LABEL(1)
           move WS-PAID-COUNT          to RL-COUNT(1)
           move 'NOT PAID'             to RL-COUNT-LABEL(2)
           move WS-NOTPAID-COUNT       to RL-COUNT(2)
           move 'BANK'                 to RL-COUNT-LABEL(3)
           move WS-BANKPAY-COUNT       to RL-COUNT(3)
           move 'CHEQUES'              to RL-COUNT-LABEL(4)
           move WS-CHEQUE-COUNT        to RL-COUNT(4)
           move 'NET PAY'              to RL-TOTAL-LABEL
           move WS-NET-TOTAL           to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.

       9850-LOG-REFUSED.

           perform 9750-CLEAR-LOG-ENTRY
           move 'E'              to RL-EVENT
           move 'R'              to RL-COMPLETION
           move WS-RUNLOG-PARMS  to RL-PARMS
           move WS-RUNLOG-REASON to RL-MESSAGE
           perform 9780-WRITE-LOG-ENTRY

           display 'PAYCYCLE: ' WS-RUNLOG-REASON
           display 'PAYCYCLE: RUN REFUSED'
           exit.
