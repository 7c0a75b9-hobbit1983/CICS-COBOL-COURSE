                   PAYROLL-RECORD shape -- and loads the accepted
                   ones onto PAYROLL, enforcing the same edits the
                   online ADDS path does: the key must be present,
                   the employee number must not already be on file
                   under any department (PAYROLL is read by its
                   employee-number alternate key), the
                   salary must sit inside the PAYSALB band in
                   force for the run date (the bands are
                   effective-dated records on the keyed PAYSALB
                   phone must be digits in nnn-nnnn form, the start
                   date must be a real calendar date, and dependent
                   dates of birth must be real, not in the future,
                   and adult for a SPOUSE entry.  An hourly
                   candidate (pay type 'H') must carry an hourly
                   rate, and the salary is set from it to the
                   annual equivalent -- the rate times the standard
                   2080 hours a year -- before the band edit, the
                   same way the online ADDS path sets it; a
                   salaried candidate carries no rate.  Each
                   accepted record posts the
                   headcount and salary delta to PAYCTRL the way
                   the online CONTROL-UPDATE does and appends an
                   ADDS extract record to the PAYX feed for the
                   overnight HR/GL interface.  Prints a register
                   with one line per candidate, accepted or
                   rejected with the reason, and run totals.  Each
                   run is recorded on the PAYRUNLG run-control log.
                   Run as a stand-alone batch job, independent of
                   the DATABUS/DATAPGM online transaction.

       Environment Division.


           select PAYROLL-FILE assign to "PAYROLL"
               organization is indexed
               access mode is dynamic
               record key is PR-KEY
               alternate record key is PR-EMPLOYEE-NO
                   with duplicates
               file status is WS-PAYROLL-STATUS.

           select PAYCTRL-FILE assign to "PAYCTRL"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  HIRE-FILE.
       01  HIRE-RECORD-IN             pic x(349).

       FD  PAYROLL-FILE.
           COPY PAYROLL.
       FD  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-HIRE-STATUS             pic xx.
       01  WS-EXTRACT-STATUS          pic xx.
       01  WS-SALB-STATUS             pic xx.
       01  WS-REPORT-STATUS           pic xx.
       01  WS-RUNLOG-STATUS           pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE       pic 9(8).
       01  WS-RUNLOG-START-TIME       pic 9(8).
       01  WS-RUNLOG-PARMS            pic x(80)   value spaces.

       01  WS-FLAGS.
           05  WS-EOF-IND             pic x               value 'N'.
       01  WS-BAND-MIN                pic s9(7)v99 comp-3.
       01  WS-BAND-MAX                pic s9(7)v99 comp-3.

      *----------------------------------------------------------
      *  An hourly candidate's salary is the annual equivalent of
      *  the hourly rate: the rate times the standard hours in a
      *  year.
      *----------------------------------------------------------
       01  WS-STD-YEAR-HOURS          pic s9(4) comp value 2080.

       01  WS-REJECT-REASON           pic x(30).

      *----------------------------------------------------------
      *  file into the same record area the candidate is sitting
      *  in, so the candidate is parked here across the read.
      *----------------------------------------------------------
       01  WS-HOLD-RECORD             pic x(349).
       01  WS-HOLD-REDEF redefines WS-HOLD-RECORD.
           05  WS-HOLD-DEPARTMENT     pic x.
           05  WS-HOLD-EMPLOYEE-NO    pic x(5).
           05  filler                 pic x(343).
       01  WS-DUP-EOF-IND             pic x.

       01  WS-EDIT-DATE               pic x(8).
       01  WS-EDIT-DATE-NUM redefines WS-EDIT-DATE.
           perform 2000-PROCESS until WS-EOF
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input HIRE-FILE
           if WS-HIRE-STATUS not = '00'
              display 'PAYHIRE: UNABLE TO OPEN HIRE FEED, STATUS='

      **********************************************************
      * The same edits the online ADDS path enforces: key        *
      * present, employee number not already on file in any      *
      * department, dependent count sensible, salary inside the  *
      * PAYSALB band for the department.                         *
      **********************************************************
       3000-EDIT-CANDIDATE.

              perform 3200-DEP-DOB-EDITS
           end-if

           if not WS-REJECTED
              perform 3270-PAY-TYPE-EDIT
           end-if

      * PR-SALARY is packed and comes raw off the feed, so bad
      * bytes there would data-exception the band compare -- test
      * it before any arithmetic touches it
           end-if
           exit.

      **********************************************************
      * Pay type: a space (a feed written before the pay type    *
      * existed) is salaried.  An hourly candidate's rate comes  *
      * raw off the feed like the salary, so it is tested before *
      * it is used, then the salary is set from it so the band   *
      * edit and the PAYCTRL posting see the annual equivalent.  *
      **********************************************************
       3270-PAY-TYPE-EDIT.

           if PR-PAY-TYPE = space
              move 'S' to PR-PAY-TYPE
           end-if

           evaluate true
               when PR-SALARIED
                   move 0 to PR-HOURLY-RATE
               when PR-HOURLY
                   if PR-HOURLY-RATE not numeric
                      move 'Y' to WS-REJECT-IND
                      move 'HOURLY RATE NOT NUMERIC' to
                           WS-REJECT-REASON
                   else
                      if PR-HOURLY-RATE not > 0
                         move 'Y' to WS-REJECT-IND
                         move 'HOURLY RATE MISSING' to
                              WS-REJECT-REASON
                      else
                         compute PR-SALARY =
                             PR-HOURLY-RATE * WS-STD-YEAR-HOURS
                      end-if
                   end-if
               when other
                   move 'Y' to WS-REJECT-IND
                   move 'PAY TYPE NOT S OR H' to WS-REJECT-REASON
           end-evaluate
           exit.

      **********************************************************
      * Salary-band edit against PR-SALARY, same file and same   *
      * rules as SALARY-CHECK in DATABUS: the department's        *
              if PR-SALARY < WS-BAND-MIN or
                 PR-SALARY > WS-BAND-MAX
                 move 'Y' to WS-REJECT-IND
                 if PR-HOURLY
                    move 'RATE OUTSIDE DEPARTMENT BAND' to
                         WS-REJECT-REASON
                 else
                    move 'SALARY OUTSIDE DEPARTMENT BAND' to
                         WS-REJECT-REASON
                 end-if
              end-if
           end-if
           exit.
           end-if
           exit.

      **********************************************************
      * An employee number is one employee whatever department   *
      * it sits under -- PAYAUDT, PAYDEDN, PAYLEAVE and PAYYTD   *
      * are keyed on the number alone -- so the candidate is     *
      * looked for by employee number through the alternate      *
      * key, active or terminated.  The read disturbs the record *
      * area the candidate is sitting in, so check through a     *
      * saved copy.                                              *
      **********************************************************
       3400-DUPLICATE-CHECK.

           move PAYROLL-RECORD to WS-HOLD-RECORD
           move 'N'            to WS-DUP-EOF-IND

           start PAYROLL-FILE key is equal to PR-EMPLOYEE-NO
               invalid key move 'Y' to WS-DUP-EOF-IND
           end-start

           if WS-DUP-EOF-IND not = 'Y'
              read PAYROLL-FILE next record
                  at end move 'Y' to WS-DUP-EOF-IND
              end-read
           end-if

           if WS-DUP-EOF-IND not = 'Y' and
              PR-EMPLOYEE-NO = WS-HOLD-EMPLOYEE-NO
              move 'Y' to WS-REJECT-IND
              if PR-DEPARTMENT = WS-HOLD-DEPARTMENT
                 move 'ALREADY ON FILE' to WS-REJECT-REASON
              else
                 move 'EMPLOYEE NO ON FILE IN DEPT' to
                      WS-REJECT-REASON
                 move PR-DEPARTMENT to WS-REJECT-REASON(29:1)
              end-if
           end-if

           move WS-HOLD-RECORD to PAYROLL-RECORD
           exit.
           close SALBAND-FILE
           close REPORT-FILE
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

           move 'PAYHIRE'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYHIRE: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-REJECT-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'READ'                 to RL-COUNT-LABEL(1)
           move WS-READ-COUNT          to RL-COUNT(1)
           move 'ACCEPTED'             to RL-COUNT-LABEL(2)
           move WS-ACCEPT-COUNT        to RL-COUNT(2)
           move 'REJECTED'             to RL-COUNT-LABEL(3)
           move WS-REJECT-COUNT        to RL-COUNT(3)
           move 'SALARY'               to RL-TOTAL-LABEL
           move WS-ACCEPT-TOTAL        to RL-TOTAL
           perform 9780-WRITE-LOG-ENTRY
           exit.
