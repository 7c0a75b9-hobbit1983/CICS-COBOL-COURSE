       Identification Division.

       Program-Id. PAYINTG.
       Author.     Circle Computer Group LLC.

           Remarks. Nightly Employee Integrity Report.
                   PAYROLL is keyed by department and employee
                   number, but PAYAUDT, PAYDEDN, PAYLEAVE and PAYYTD
                   are keyed by employee number alone, so one
                   employee number must mean one employee.  Reads
                   PAYROLL in employee-number order through its
                   employee-number alternate key and lists three
                   kinds of problem, each in a section of its own:
                   employee numbers on file under more than one
                   department; PAYDEDN, PAYLEAVE and PAYYTD records
                   whose employee number is not on PAYROLL under
                   any department; and employees whose status does
                   not agree with the dependent files -- an active
                   employee with no PAYLEAVE record, and a
                   terminated employee still carrying a deduction
                   with no stop date.  An employee number is taken
                   as active when any of its records is active.
                   Reports only -- nothing is changed on any file.
                   Each run is recorded on the PAYRUNLG run-control
                   log, completed with exceptions when any problem
                   is listed.  Run as a stand-alone batch job in the
                   nightly window, independent of the DATABUS/
                   DATAPGM online transaction.

       Environment Division.

       Input-Output Section.
       File-Control.
           select PAYROLL-FILE assign to "PAYROLL"
               organization is indexed
               access mode is dynamic
               record key is PR-KEY
               alternate record key is PR-EMPLOYEE-NO
                   with duplicates
               file status is WS-PAYROLL-STATUS.

           select optional DEDN-FILE assign to "PAYDEDN"
               organization is indexed
               access mode is dynamic
               record key is DED-KEY
               file status is WS-DEDN-STATUS.

           select optional LEAVE-FILE assign to "PAYLEAVE"
               organization is indexed
               access mode is dynamic
               record key is LV-KEY
               file status is WS-LEAVE-STATUS.

           select optional YTD-FILE assign to "PAYYTD"
               organization is indexed
               access mode is sequential
               record key is YTD-KEY
               file status is WS-YTD-STATUS.

           select REPORT-FILE assign to "PAYINTG.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       Data Division.

       File Section.

       FD  PAYROLL-FILE.
           COPY PAYROLL.

       FD  DEDN-FILE.
           COPY PAYDEDN.

       FD  LEAVE-FILE.
           COPY PAYLEAVE.

       FD  YTD-FILE.
           COPY PAYYTD.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       Working-Storage Section.

       01  WS-PAYROLL-STATUS              pic xx.
       01  WS-DEDN-STATUS                 pic xx.
       01  WS-LEAVE-STATUS                pic xx.
       01  WS-YTD-STATUS                  pic xx.
       01  WS-REPORT-STATUS               pic xx.
       01  WS-RUNLOG-STATUS               pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE           pic 9(8).
       01  WS-RUNLOG-START-TIME           pic 9(8).
       01  WS-RUNLOG-PARMS                pic x(80)   value spaces.

       01  WS-FLAGS.
           05  WS-PR-EOF-IND              pic x       value 'N'.
               88  WS-PR-EOF                          value 'Y'.
           05  WS-FILE-EOF-IND            pic x       value 'N'.
               88  WS-FILE-EOF                        value 'Y'.
           05  WS-DEDN-EOF-IND            pic x       value 'N'.
               88  WS-DEDN-EOF                        value 'Y'.
           05  WS-FOUND-IND               pic x       value 'N'.
               88  WS-EMPL-FOUND                      value 'Y'.

      *----------------------------------------------------------
      *  WS-GROUP -- every PAYROLL record for one employee
      *  number, gathered as the file is read in employee-number
      *  order: the departments it is on file under (the first
      *  twenty, in the order the records come), how many of them
      *  are active and the department of the last active one.
      *----------------------------------------------------------
       01  WS-GROUP.
           05  WS-GRP-EMPLOYEE-NO         pic x(5).
           05  WS-GRP-NAME                pic x(20).
           05  WS-GRP-FIRST-DEPT          pic x.
           05  WS-GRP-DEPTS               pic x(20).
           05  WS-GRP-REC-COUNT           pic s9(4) comp.
           05  WS-GRP-ACTIVE-COUNT        pic s9(4) comp.
           05  WS-GRP-ACTIVE-DEPT         pic x.

      *----------------------------------------------------------
      *  The last employee number looked up on PAYROLL while the
      *  dependent files are read, so an employee's several
      *  PAYDEDN or PAYYTD records cost one PAYROLL read.
      *----------------------------------------------------------
       01  WS-LAST-LOOKUP                 pic x(5)    value spaces.

       01  WS-SECTION-IND                 pic x       value '1'.
           88  WS-DEPT-SECTION                        value '1'.
           88  WS-ORPHAN-SECTION                      value '2'.
           88  WS-STATUS-SECTION                      value '3'.

       01  WS-RUN-DATE                    pic 9(8).
       01  WS-RUN-DATE-R redefines WS-RUN-DATE.
           05  WS-RUN-YYYY                pic 9(4).
           05  WS-RUN-MM                  pic 99.
           05  WS-RUN-DD                  pic 99.
       01  WS-RUN-TIME                    pic 9(8).
       01  WS-RUN-TIME-R redefines WS-RUN-TIME.
           05  WS-RUN-HH                  pic 99.
           05  WS-RUN-MN                  pic 99.
           05  WS-RUN-SS                  pic 99.
           05  filler                     pic 99.

       01  WS-PAGE-NO                     pic 9(4)    value 0.
       01  WS-LINE-CNT                    pic 9(4)    value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)    value 55.

       01  WS-PAYROLL-COUNT               pic 9(7)    value 0.
       01  WS-EMPLOYEE-COUNT              pic 9(7)    value 0.
       01  WS-MULTI-DEPT-COUNT            pic 9(7)    value 0.
       01  WS-DEDN-READ-COUNT             pic 9(7)    value 0.
       01  WS-DEDN-ORPHAN-COUNT           pic 9(7)    value 0.
       01  WS-LEAVE-READ-COUNT            pic 9(7)    value 0.
       01  WS-LEAVE-ORPHAN-COUNT          pic 9(7)    value 0.
       01  WS-YTD-READ-COUNT              pic 9(7)    value 0.
       01  WS-YTD-ORPHAN-COUNT            pic 9(7)    value 0.
       01  WS-ORPHAN-COUNT                pic 9(7)    value 0.
       01  WS-NO-LEAVE-COUNT              pic 9(7)    value 0.
       01  WS-OPEN-DEDN-COUNT             pic 9(7)    value 0.
       01  WS-SECTION-COUNT               pic 9(7)    value 0.

       01  WS-MULTI-DETAIL.
           05  WS-MD-RECORDS              pic z9.
           05  filler                     pic x(10) value
               ' RECORDS, '.
           05  WS-MD-TEXT                 pic x(30).

       01  WS-DEDN-DETAIL.
           05  filler                     pic x(9)  value 'PRIORITY '.
           05  WS-DD-PRIORITY             pic 99.
           05  filler                     pic x(6)  value ' CODE '.
           05  WS-DD-CODE                 pic x(4).
           05  WS-DD-TEXT                 pic x(29).

       01  HDG1.
           05  filler                     pic x(18) value 'PAYINTG'.
           05  filler                     pic x(38) value
               'EMPLOYEE INTEGRITY REPORT'.
           05  filler                     pic x(10) value 'RUN DATE:'.
           05  HDG1-DATE                  pic x(10).
           05  filler                     pic x(10) value 'PAGE:'.
           05  HDG1-PAGE                  pic zzz9.

       01  HDG2.
           05  filler                     pic x(18) value spaces.
           05  filler                     pic x(38) value spaces.
           05  filler                     pic x(10) value 'RUN TIME:'.
           05  HDG2-TIME                  pic x(8).

       01  HDG3.
           05  HDG3-TITLE                 pic x(60).

       01  HDG4.
           05  filler                     pic x(8)  value 'EMPL NO'.
           05  filler                     pic x(22) value 'DEPT(S)'.
           05  filler                     pic x(22) value
               'EMPLOYEE NAME'.
           05  filler                     pic x(10) value 'FILE'.
           05  filler                     pic x(50) value 'DETAIL'.

       01  DETAIL-LINE.
           05  DL-EMPL-NO                 pic x(5).
           05  filler                     pic x(3)  value spaces.
           05  DL-DEPTS                   pic x(20).
           05  filler                     pic x(2)  value spaces.
           05  DL-NAME                    pic x(20).
           05  filler                     pic x(2)  value spaces.
           05  DL-FILE                    pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  DL-DETAIL                  pic x(50).

       01  NONE-LINE.
           05  filler                     pic x(8)  value spaces.
           05  filler                     pic x(4)  value 'NONE'.

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(28).
           05  CL-COUNT                   pic zzz,zz9.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-CHECK-DEPARTMENTS
           perform 3000-CHECK-ORPHANS
           perform 4000-CHECK-STATUS
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           perform 9700-LOG-START

           open input PAYROLL-FILE
           if WS-PAYROLL-STATUS not = '00'
              display 'PAYINTG: UNABLE TO OPEN PAYROLL, STATUS='
                       WS-PAYROLL-STATUS
              stop run
           end-if

           open input DEDN-FILE
           if WS-DEDN-STATUS not = '00' and
              WS-DEDN-STATUS not = '05'
              display 'PAYINTG: UNABLE TO OPEN PAYDEDN, STATUS='
                       WS-DEDN-STATUS
              stop run
           end-if

           open input LEAVE-FILE
           if WS-LEAVE-STATUS not = '00' and
              WS-LEAVE-STATUS not = '05'
              display 'PAYINTG: UNABLE TO OPEN PAYLEAVE, STATUS='
                       WS-LEAVE-STATUS
              stop run
           end-if

           open input YTD-FILE
           if WS-YTD-STATUS not = '00' and
              WS-YTD-STATUS not = '05'
              display 'PAYINTG: UNABLE TO OPEN PAYYTD, STATUS='
                       WS-YTD-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYINTG: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if
           exit.

      **********************************************************
      * Section 1: employee numbers on file under more than one  *
      * department, with every department listed and whether     *
      * the number is active under any of them.                  *
      **********************************************************
       2000-CHECK-DEPARTMENTS.

           move '1' to WS-SECTION-IND
           move 0   to WS-SECTION-COUNT
           perform 6000-HEADINGS

           perform 2500-START-PAYROLL
           perform 2100-CHECK-ONE-EMPLOYEE until WS-PR-EOF

           perform 6700-SECTION-NONE
           exit.

       2100-CHECK-ONE-EMPLOYEE.

           perform 2600-LOAD-GROUP
           add 1 to WS-EMPLOYEE-COUNT

           if WS-GRP-REC-COUNT > 1
              add 1 to WS-MULTI-DEPT-COUNT

              move WS-GRP-EMPLOYEE-NO to DL-EMPL-NO
              move WS-GRP-NAME      to DL-NAME
              move WS-GRP-DEPTS     to DL-DEPTS
              move 'PAYROLL'        to DL-FILE
              move WS-GRP-REC-COUNT to WS-MD-RECORDS
              evaluate true
                  when WS-GRP-ACTIVE-COUNT = 0
                      move 'TERMINATED UNDER EVERY DEPT'
                                        to WS-MD-TEXT
                  when WS-GRP-ACTIVE-COUNT = 1
                      move 'ACTIVE UNDER DEPT'
                                        to WS-MD-TEXT
                      move WS-GRP-ACTIVE-DEPT
                                        to WS-MD-TEXT(19:1)
                  when other
                      move 'ACTIVE UNDER MORE THAN ONE'
                                        to WS-MD-TEXT
              end-evaluate
              move WS-MULTI-DETAIL  to DL-DETAIL
              perform 6600-WRITE-DETAIL
           end-if
           exit.

      **********************************************************
      * PAYROLL in employee-number order: position on the        *
      * alternate key at the lowest number and read ahead one    *
      * record, so each group can be gathered until the number   *
      * changes.                                                 *
      **********************************************************
       2500-START-PAYROLL.

           move 'N'        to WS-PR-EOF-IND
           move low-values to PR-EMPLOYEE-NO

           start PAYROLL-FILE key is not less than PR-EMPLOYEE-NO
               invalid key move 'Y' to WS-PR-EOF-IND
           end-start

           if not WS-PR-EOF
              perform 2550-READ-PAYROLL
           end-if
           exit.

       2550-READ-PAYROLL.

           read PAYROLL-FILE next record
               at end move 'Y' to WS-PR-EOF-IND
           end-read

           if not WS-PR-EOF and WS-DEPT-SECTION
              add 1 to WS-PAYROLL-COUNT
           end-if
           exit.

       2600-LOAD-GROUP.

           move PR-EMPLOYEE-NO to WS-GRP-EMPLOYEE-NO
           move PR-NAME        to WS-GRP-NAME
           move PR-DEPARTMENT  to WS-GRP-FIRST-DEPT
           move spaces         to WS-GRP-DEPTS
           move space          to WS-GRP-ACTIVE-DEPT
           move 0              to WS-GRP-REC-COUNT
           move 0              to WS-GRP-ACTIVE-COUNT

           perform 2650-ADD-TO-GROUP until WS-PR-EOF or
                   PR-EMPLOYEE-NO not = WS-GRP-EMPLOYEE-NO
           exit.

       2650-ADD-TO-GROUP.

           add 1 to WS-GRP-REC-COUNT
           if WS-GRP-REC-COUNT not > 20
              move PR-DEPARTMENT to WS-GRP-DEPTS(WS-GRP-REC-COUNT:1)
           end-if

           if PR-ACTIVE
              add 1 to WS-GRP-ACTIVE-COUNT
              move PR-DEPARTMENT to WS-GRP-ACTIVE-DEPT
           end-if

           perform 2550-READ-PAYROLL
           exit.

      **********************************************************
      * Section 2: PAYDEDN, PAYLEAVE and PAYYTD records whose    *
      * employee number is on PAYROLL under no department at     *
      * all.  Each file is read from the start in key order.     *
      **********************************************************
       3000-CHECK-ORPHANS.

           move '2' to WS-SECTION-IND
           move 0   to WS-SECTION-COUNT
           perform 6000-HEADINGS

           move spaces to WS-LAST-LOOKUP
           perform 3100-START-DEDN
           perform 3150-CHECK-DEDN until WS-DEDN-EOF

           move 'N'        to WS-FILE-EOF-IND
           move low-values to LV-KEY
           start LEAVE-FILE key is not less than LV-KEY
               invalid key move 'Y' to WS-FILE-EOF-IND
           end-start
           perform 3200-CHECK-LEAVE until WS-FILE-EOF

           move 'N' to WS-FILE-EOF-IND
           perform 3300-CHECK-YTD until WS-FILE-EOF

           compute WS-ORPHAN-COUNT = WS-DEDN-ORPHAN-COUNT +
                   WS-LEAVE-ORPHAN-COUNT + WS-YTD-ORPHAN-COUNT

           perform 6700-SECTION-NONE
           exit.

       3100-START-DEDN.

           move 'N'        to WS-DEDN-EOF-IND
           move low-values to DED-KEY

           start DEDN-FILE key is not less than DED-KEY
               invalid key move 'Y' to WS-DEDN-EOF-IND
           end-start
           exit.

       3150-CHECK-DEDN.

           read DEDN-FILE next record
               at end move 'Y' to WS-DEDN-EOF-IND
           end-read

           if not WS-DEDN-EOF
              add 1 to WS-DEDN-READ-COUNT
              move DED-EMPLOYEE-NO to PR-EMPLOYEE-NO
              perform 3500-LOOKUP-EMPLOYEE
              if not WS-EMPL-FOUND
                 add 1 to WS-DEDN-ORPHAN-COUNT
                 move DED-EMPLOYEE-NO to DL-EMPL-NO
                 move spaces          to DL-DEPTS DL-NAME
                 move 'PAYDEDN'       to DL-FILE
                 move DED-PRIORITY    to WS-DD-PRIORITY
                 move DED-CODE        to WS-DD-CODE
                 move spaces          to WS-DD-TEXT
                 move WS-DEDN-DETAIL  to DL-DETAIL
                 perform 6600-WRITE-DETAIL
              end-if
           end-if
           exit.

       3200-CHECK-LEAVE.

           read LEAVE-FILE next record
               at end move 'Y' to WS-FILE-EOF-IND
           end-read

           if not WS-FILE-EOF
              add 1 to WS-LEAVE-READ-COUNT
              move LV-EMPLOYEE-NO to PR-EMPLOYEE-NO
              perform 3500-LOOKUP-EMPLOYEE
              if not WS-EMPL-FOUND
                 add 1 to WS-LEAVE-ORPHAN-COUNT
                 move LV-EMPLOYEE-NO  to DL-EMPL-NO
                 move spaces          to DL-DEPTS DL-NAME
                 move 'PAYLEAVE'      to DL-FILE
                 move 'LEAVE BALANCE RECORD' to DL-DETAIL
                 perform 6600-WRITE-DETAIL
              end-if
           end-if
           exit.

      * the ledger carries the department and name as at the last
      * post, which is all there is to go on for a lost employee

       3300-CHECK-YTD.

           read YTD-FILE next record
               at end move 'Y' to WS-FILE-EOF-IND
           end-read

           if not WS-FILE-EOF
              add 1 to WS-YTD-READ-COUNT
              move YTD-EMPLOYEE-NO to PR-EMPLOYEE-NO
              perform 3500-LOOKUP-EMPLOYEE
              if not WS-EMPL-FOUND
                 add 1 to WS-YTD-ORPHAN-COUNT
                 move YTD-EMPLOYEE-NO to DL-EMPL-NO
                 move YTD-DEPARTMENT  to DL-DEPTS
                 move YTD-NAME        to DL-NAME
                 move 'PAYYTD'        to DL-FILE
                 move 'YEAR-TO-DATE LEDGER FOR'
                                      to DL-DETAIL
                 move YTD-YEAR        to DL-DETAIL(25:4)
                 perform 6600-WRITE-DETAIL
              end-if
           end-if
           exit.

      **********************************************************
      * Is the employee number in PR-EMPLOYEE-NO on PAYROLL      *
      * under any department?  A keyed read on the alternate     *
      * key finds the first record carrying it.  Only a new      *
      * number is read; the answer for the last one stands.      *
      **********************************************************
       3500-LOOKUP-EMPLOYEE.

           if PR-EMPLOYEE-NO not = WS-LAST-LOOKUP
              move PR-EMPLOYEE-NO to WS-LAST-LOOKUP
              read PAYROLL-FILE key is PR-EMPLOYEE-NO
                  invalid key move 'N' to WS-FOUND-IND
                  not invalid key move 'Y' to WS-FOUND-IND
              end-read
           end-if
           exit.

      **********************************************************
      * Section 3: status against the dependent files.  An       *
      * active employee number needs a PAYLEAVE record for the   *
      * pay run to accrue into; a number terminated under every  *
      * department should have no deduction left without a stop  *
      * date, or it would start coming out again on a rehire.    *
      **********************************************************
       4000-CHECK-STATUS.

           move '3' to WS-SECTION-IND
           move 0   to WS-SECTION-COUNT
           perform 6000-HEADINGS

           perform 2500-START-PAYROLL
           perform 4100-STATUS-ONE-EMPLOYEE until WS-PR-EOF

           perform 6700-SECTION-NONE
           exit.

       4100-STATUS-ONE-EMPLOYEE.

           perform 2600-LOAD-GROUP

           move WS-GRP-EMPLOYEE-NO to DL-EMPL-NO
           move WS-GRP-NAME        to DL-NAME

           if WS-GRP-ACTIVE-COUNT > 0
              move WS-GRP-EMPLOYEE-NO to LV-EMPLOYEE-NO
              read LEAVE-FILE
                  invalid key move 'N' to WS-FOUND-IND
                  not invalid key move 'Y' to WS-FOUND-IND
              end-read
              if not WS-EMPL-FOUND
                 add 1 to WS-NO-LEAVE-COUNT
                 move WS-GRP-ACTIVE-DEPT to DL-DEPTS
                 move 'PAYLEAVE'         to DL-FILE
                 move 'ACTIVE EMPLOYEE WITH NO LEAVE RECORD'
                                         to DL-DETAIL
                 perform 6600-WRITE-DETAIL
              end-if
           else
              move WS-GRP-EMPLOYEE-NO to DED-EMPLOYEE-NO
              move zero               to DED-PRIORITY
              move 'N'                to WS-DEDN-EOF-IND
              start DEDN-FILE key is not less than DED-KEY
                  invalid key move 'Y' to WS-DEDN-EOF-IND
              end-start
              perform 4200-CHECK-OPEN-DEDN until WS-DEDN-EOF
           end-if
           exit.

       4200-CHECK-OPEN-DEDN.

           read DEDN-FILE next record
               at end move 'Y' to WS-DEDN-EOF-IND
           end-read

           if not WS-DEDN-EOF
              if DED-EMPLOYEE-NO not = WS-GRP-EMPLOYEE-NO
                 move 'Y' to WS-DEDN-EOF-IND
              else
                 if DED-STOP-DATE = spaces
                    add 1 to WS-OPEN-DEDN-COUNT
                    move WS-GRP-FIRST-DEPT to DL-DEPTS
                    move 'PAYDEDN'         to DL-FILE
                    move DED-PRIORITY      to WS-DD-PRIORITY
                    move DED-CODE          to WS-DD-CODE
                    move ' TERMINATED, NO STOP DATE'
                                           to WS-DD-TEXT
                    move WS-DEDN-DETAIL    to DL-DETAIL
                    perform 6600-WRITE-DETAIL
                 end-if
              end-if
           end-if
           exit.

       6000-HEADINGS.

           add 1 to WS-PAGE-NO
           if WS-PAGE-NO > 1
              move spaces to REPORT-LINE
              write REPORT-LINE after advancing page
           end-if

           move WS-RUN-MM   to HDG1-DATE(1:2)
           move '/'         to HDG1-DATE(3:1)
           move WS-RUN-DD   to HDG1-DATE(4:2)
           move '/'         to HDG1-DATE(6:1)
           move WS-RUN-YYYY to HDG1-DATE(7:4)
           move WS-PAGE-NO  to HDG1-PAGE

           move WS-RUN-HH   to HDG2-TIME(1:2)
           move ':'         to HDG2-TIME(3:1)
           move WS-RUN-MN   to HDG2-TIME(4:2)
           move ':'         to HDG2-TIME(6:1)
           move WS-RUN-SS   to HDG2-TIME(7:2)

           evaluate true
               when WS-DEPT-SECTION
                   move
                     'EMPLOYEE NUMBERS UNDER MORE THAN ONE DEPARTMENT'
                                                     to HDG3-TITLE
               when WS-ORPHAN-SECTION
                   move 'RECORDS WITH NO PAYROLL EMPLOYEE'
                                                     to HDG3-TITLE
               when other
                   move 'STATUS DOES NOT AGREE WITH PAYLEAVE/PAYDEDN'
                                                     to HDG3-TITLE
           end-evaluate

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG3 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG4
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 8 to WS-LINE-CNT
           exit.

       6600-WRITE-DETAIL.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           add 1 to WS-SECTION-COUNT
           write REPORT-LINE from DETAIL-LINE
           add 1 to WS-LINE-CNT
           exit.

       6700-SECTION-NONE.

           if WS-SECTION-COUNT = 0
              write REPORT-LINE from NONE-LINE
              add 1 to WS-LINE-CNT
           end-if
           exit.

       8000-FINAL-TOTALS.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'PAYROLL RECORDS READ:'    to CL-LABEL
           move WS-PAYROLL-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'EMPLOYEE NUMBERS:'        to CL-LABEL
           move WS-EMPLOYEE-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'UNDER MORE THAN ONE DEPT:' to CL-LABEL
           move WS-MULTI-DEPT-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYDEDN RECORDS READ:'    to CL-LABEL
           move WS-DEDN-READ-COUNT         to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYDEDN NO EMPLOYEE:'     to CL-LABEL
           move WS-DEDN-ORPHAN-COUNT       to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYLEAVE RECORDS READ:'   to CL-LABEL
           move WS-LEAVE-READ-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYLEAVE NO EMPLOYEE:'    to CL-LABEL
           move WS-LEAVE-ORPHAN-COUNT      to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYYTD RECORDS READ:'     to CL-LABEL
           move WS-YTD-READ-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'PAYYTD NO EMPLOYEE:'      to CL-LABEL
           move WS-YTD-ORPHAN-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'ACTIVE WITH NO PAYLEAVE:' to CL-LABEL
           move WS-NO-LEAVE-COUNT          to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'TERMINATED, OPEN DEDUCTION:' to CL-LABEL
           move WS-OPEN-DEDN-COUNT         to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           exit.

       9000-TERMINATE.

           close PAYROLL-FILE
           close DEDN-FILE
           close LEAVE-FILE
           close YTD-FILE
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

           move 'PAYINTG'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYINTG: UNABLE TO OPEN RUN LOG, STATUS='
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
           if WS-MULTI-DEPT-COUNT > 0 or WS-ORPHAN-COUNT > 0 or
              WS-NO-LEAVE-COUNT > 0 or WS-OPEN-DEDN-COUNT > 0
              move 'X' to RL-COMPLETION
           else
              move 'C' to RL-COMPLETION
           end-if
           move 'MULTI-DEPT'           to RL-COUNT-LABEL(1)
           move WS-MULTI-DEPT-COUNT    to RL-COUNT(1)
           move 'NO EMPLOYEE'          to RL-COUNT-LABEL(2)
           move WS-ORPHAN-COUNT        to RL-COUNT(2)
           move 'NO LEAVE'             to RL-COUNT-LABEL(3)
           move WS-NO-LEAVE-COUNT      to RL-COUNT(3)
           move 'OPEN DEDN'            to RL-COUNT-LABEL(4)
           move WS-OPEN-DEDN-COUNT     to RL-COUNT(4)
           perform 9780-WRITE-LOG-ENTRY
           exit.
