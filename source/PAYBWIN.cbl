       Identification Division.

       Program-Id. PAYBWIN.
       Author.     Circle Computer Group LLC.

           Remarks. Daily Batch-Window Report.
                   Reads the PAYRUNLG run-control log every payroll
                   batch program writes at the start and end of a
                   run and reports on one day's batch window: every
                   run started that day with its start and end
                   times, how it finished -- completed, completed
                   with exceptions on its report, refused because a
                   prerequisite was not met, or never completed (a
                   start entry with no end entry: the job abended
                   or stopped on an error) -- its parameters and
                   its logged counts and total; then the runs that
                   failed or were refused, again on their own; then
                   what is still due.  A job is due when its latest
                   run on the log did not complete or was refused,
                   when PAYRECON last finished out of balance (which
                   holds PAYRAISE), when PAYCYCLE has paid since the
                   last completed PAYBRTN run (the bank returns are
                   outstanding and hold the next pay run), or when
                   it is one of the nightly jobs -- PAYGLPST,
                   PAYGRECN, PAYRECON, PAYSECR, PAYAPPR, PAYINTG --
                   and has not completed a run started that day.
                   The day is the date on the optional parameter
                   record, the run date when there is none; entries
                   for later days are ignored, so an earlier day can
                   be reported again.  The run is itself recorded on
                   PAYRUNLG but left out of its own report.  Run as
                   a stand-alone batch job at the close of the
                   batch window, independent of the DATABUS/DATAPGM
                   online transaction.

       Environment Division.

       Input-Output Section.
       File-Control.
           select optional PARM-FILE assign to "PAYBWIN.PARM"
               organization is line sequential
               file status is WS-PARM-STATUS.

           select optional RUNLOG-FILE assign to "PAYRUNLG"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

           select REPORT-FILE assign to "PAYBWIN.RPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       Data Division.

       File Section.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-DATE           pic 9(8).
           05  filler                     pic x(72).

       FD  RUNLOG-FILE.
           COPY PAYRUNLG.

       FD  REPORT-FILE.
       01  REPORT-LINE                    pic x(132).

       Working-Storage Section.

       01  WS-PARM-STATUS                 pic xx.
       01  WS-RUNLOG-STATUS               pic xx.
       01  WS-REPORT-STATUS               pic xx.

      *----------------------------------------------------------
      *  Run-control log.  The start entry's date and time are
      *  repeated on the end entry so the two pair up on the
      *  PAYRUNLG log.
      *----------------------------------------------------------
       01  WS-RUNLOG-START-DATE           pic 9(8).
       01  WS-RUNLOG-START-TIME           pic 9(8).
       01  WS-RUNLOG-PARMS                pic x(80)   value spaces.

       01  WS-FLAGS.
           05  WS-EOF-IND                 pic x       value 'N'.
               88  WS-EOF                             value 'Y'.
           05  WS-RETURNS-IND             pic x       value 'N'.
               88  WS-RETURNS-OUTSTANDING             value 'Y'.

       01  WS-REPORT-DATE                 pic 9(8).
       01  WS-RETURNS-PERIOD              pic x(6)    value spaces.

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

       01  WS-FMT-DATE                    pic 9(8).
       01  WS-FMT-DATE-R redefines WS-FMT-DATE.
           05  WS-FMT-YYYY                pic 9(4).
           05  WS-FMT-MM                  pic 99.
           05  WS-FMT-DD                  pic 99.
       01  WS-FMT-DATE-X                  pic x(10).
       01  WS-FMT-TIME                    pic 9(8).
       01  WS-FMT-TIME-R redefines WS-FMT-TIME.
           05  WS-FMT-HH                  pic 99.
           05  WS-FMT-MN                  pic 99.
           05  WS-FMT-SS                  pic 99.
           05  filler                     pic 99.
       01  WS-FMT-TIME-X                  pic x(8).

      *----------------------------------------------------------
      *  WS-RUN-TABLE -- one row per run started on the report
      *  day, in log order.  The start entry opens the row and the
      *  matching end entry (same program, start date and start
      *  time) completes it; a row no end entry ever reaches is a
      *  run that did not complete.
      *----------------------------------------------------------
       01  WS-RUN-MAX                     pic s9(4) comp value 300.
       01  WS-RUN-COUNT                   pic s9(4) comp value 0.
       01  WS-RUN-SUB                     pic s9(4) comp.
       01  WS-RUN-USE                     pic s9(4) comp.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 300 TIMES.
               10  WS-RT-PROGRAM          pic x(8).
               10  WS-RT-START-TIME       pic 9(8).
               10  WS-RT-END-DATE         pic 9(8).
               10  WS-RT-END-TIME         pic 9(8).
               10  WS-RT-ENDED-IND        pic x.
               10  WS-RT-COMPLETION       pic x.
               10  WS-RT-RUN-MODE         pic x.
               10  WS-RT-PARMS            pic x(80).
               10  WS-RT-COUNT-ENTRY OCCURS 4 TIMES.
                   15  WS-RT-COUNT-LABEL  pic x(12).
                   15  WS-RT-COUNT        pic 9(9).
               10  WS-RT-TOTAL-LABEL      pic x(12).
               10  WS-RT-TOTAL            pic s9(11)v99.
               10  WS-RT-MESSAGE          pic x(40).
       01  WS-CNT-SUB                     pic s9(4) comp.

      *----------------------------------------------------------
      *  WS-PROGRAM-TABLE -- every program seen on the log up to
      *  the end of the report day, with the state its latest
      *  entry left it in ('S' started and not yet ended, or the
      *  end entry's completion code) and the start date of its
      *  latest completed run.
      *----------------------------------------------------------
       01  WS-PGM-MAX                     pic s9(4) comp value 50.
       01  WS-PGM-COUNT                   pic s9(4) comp value 0.
       01  WS-PGM-SUB                     pic s9(4) comp.
       01  WS-PGM-USE                     pic s9(4) comp.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 50 TIMES.
               10  WS-PT-PROGRAM          pic x(8).
               10  WS-PT-STATE            pic x.
               10  WS-PT-DONE-DATE        pic 9(8).
               10  WS-PT-LISTED-IND       pic x.

      *----------------------------------------------------------
      *  The nightly jobs: due every day until a run started that
      *  day has completed.
      *----------------------------------------------------------
       01  WS-NIGHTLY-TABLE.
           05  WS-NT-PROGRAM              pic x(8) occurs 6 times.
       01  WS-NT-MAX                      pic s9(4) comp value 6.
       01  WS-NT-SUB                      pic s9(4) comp.

       01  WS-LOOK-PROGRAM                pic x(8).
       01  WS-DUE-PROGRAM                 pic x(8).
       01  WS-DUE-REASON                  pic x(50).

       01  WS-SECTION-IND                 pic x       value '1'.
           88  WS-RUNS-SECTION                        value '1'.
           88  WS-FAILED-SECTION                      value '2'.
           88  WS-DUE-SECTION                         value '3'.

       01  WS-PAGE-NO                     pic 9(4)    value 0.
       01  WS-LINE-CNT                    pic 9(4)    value 99.
       01  WS-LINES-PER-PAGE              pic 9(4)    value 55.

       01  WS-READ-COUNT                  pic 9(7)    value 0.
       01  WS-DAY-RUN-COUNT               pic 9(7)    value 0.
       01  WS-CLEAN-COUNT                 pic 9(7)    value 0.
       01  WS-EXC-COUNT                   pic 9(7)    value 0.
       01  WS-REFUSED-COUNT               pic 9(7)    value 0.
       01  WS-INCOMPLETE-COUNT            pic 9(7)    value 0.
       01  WS-FAILED-COUNT                pic 9(7)    value 0.
       01  WS-DUE-COUNT                   pic 9(7)    value 0.

       01  HDG1.
           05  filler                     pic x(18) value 'PAYBWIN'.
           05  filler                     pic x(38) value
               'DAILY BATCH-WINDOW REPORT'.
           05  filler                     pic x(10) value 'RUN DATE:'.
           05  HDG1-DATE                  pic x(10).
           05  filler                     pic x(10) value 'PAGE:'.
           05  HDG1-PAGE                  pic zzz9.

       01  HDG2.
           05  filler                     pic x(18) value spaces.
           05  filler                     pic x(13) value
               'BATCH WINDOW:'.
           05  HDG2-REPORT-DATE           pic x(10).
           05  filler                     pic x(15) value spaces.
           05  filler                     pic x(10) value 'RUN TIME:'.
           05  HDG2-TIME                  pic x(8).

       01  HDG3.
           05  HDG3-TITLE                 pic x(40).

       01  HDG4-RUNS.
           05  filler                     pic x(10) value 'PROGRAM'.
           05  filler                     pic x(6)  value 'MODE'.
           05  filler                     pic x(10) value 'STARTED'.
           05  filler                     pic x(10) value 'ENDED'.
           05  filler                     pic x(24) value 'STATUS'.
           05  filler                     pic x(10) value 'PARAMETERS'.

       01  HDG4-FAILED.
           05  filler                     pic x(10) value 'PROGRAM'.
           05  filler                     pic x(10) value 'STARTED'.
           05  filler                     pic x(20) value 'STATUS'.
           05  filler                     pic x(6)  value 'REASON'.

       01  HDG4-DUE.
           05  filler                     pic x(10) value 'PROGRAM'.
           05  filler                     pic x(6)  value 'REASON'.

       01  RUN-LINE.
           05  RL1-PROGRAM                pic x(8).
           05  filler                     pic x(3)  value spaces.
           05  RL1-MODE                   pic x.
           05  filler                     pic x(4)  value spaces.
           05  RL1-START                  pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  RL1-END                    pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  RL1-STATUS                 pic x(22).
           05  filler                     pic x(2)  value spaces.
           05  RL1-PARMS                  pic x(72).

       01  COUNTS-LINE.
           05  filler                     pic x(4)  value spaces.
           05  CTL-COUNT-ENTRY OCCURS 4 TIMES.
               10  CTL-LABEL              pic x(12).
               10  filler                 pic x     value space.
               10  CTL-COUNT              pic zz,zzz,zz9.
               10  filler                 pic x     value space.
           05  CTL-TOTAL-ENTRY.
               10  CTL-TOTAL-LABEL        pic x(12).
               10  filler                 pic x     value space.
               10  CTL-TOTAL              pic z,zzz,zzz,zz9.99-.

       01  MESSAGE-LINE.
           05  filler                     pic x(4)  value spaces.
           05  ML-LABEL                   pic x(9).
           05  ML-MESSAGE                 pic x(40).

       01  FAILED-LINE.
           05  FL-PROGRAM                 pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  FL-START                   pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  FL-STATUS                  pic x(18).
           05  filler                     pic x(2)  value spaces.
           05  FL-REASON                  pic x(44).

       01  DUE-LINE.
           05  DL-PROGRAM                 pic x(8).
           05  filler                     pic x(2)  value spaces.
           05  DL-REASON                  pic x(50).

       01  NONE-LINE.
           05  filler                     pic x(10) value spaces.
           05  filler                     pic x(4)  value 'NONE'.

       01  COUNT-LINE.
           05  CL-LABEL                   pic x(28).
           05  CL-COUNT                   pic zzz,zz9.

       Procedure Division.

       0000-MAINLINE.

           perform 1000-INITIALIZE
           perform 2000-PROCESS until WS-EOF
           perform 3000-LIST-RUNS
           perform 4000-LIST-FAILED
           perform 5000-LIST-DUE
           perform 8000-FINAL-TOTALS
           perform 9000-TERMINATE
           perform 9800-LOG-END
           stop run.

       1000-INITIALIZE.

           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time

           open input PARM-FILE
           if WS-PARM-STATUS not = '00' and
              WS-PARM-STATUS not = '05'
              display 'PAYBWIN: UNABLE TO OPEN PARM FILE, STATUS='
                       WS-PARM-STATUS
              stop run
           end-if

           read PARM-FILE
               at end move zero to PARM-REPORT-DATE
           end-read

           move WS-RUN-DATE to WS-REPORT-DATE
           if PARM-REPORT-DATE numeric and PARM-REPORT-DATE > 0
              move PARM-REPORT-DATE to WS-REPORT-DATE
           end-if

           move PARM-RECORD to WS-RUNLOG-PARMS
           close PARM-FILE

           perform 9700-LOG-START

           perform 1800-INIT-NIGHTLY-TABLE

           open input RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYBWIN: UNABLE TO OPEN RUN LOG, STATUS='
                       WS-RUNLOG-STATUS
              stop run
           end-if

           open output REPORT-FILE
           if WS-REPORT-STATUS not = '00'
              display 'PAYBWIN: UNABLE TO OPEN REPORT, STATUS='
                       WS-REPORT-STATUS
              stop run
           end-if

           read RUNLOG-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       1800-INIT-NIGHTLY-TABLE.

           move 'PAYGLPST' to WS-NT-PROGRAM(1)
           move 'PAYGRECN' to WS-NT-PROGRAM(2)
           move 'PAYRECON' to WS-NT-PROGRAM(3)
           move 'PAYSECR'  to WS-NT-PROGRAM(4)
           move 'PAYAPPR'  to WS-NT-PROGRAM(5)
           move 'PAYINTG'  to WS-NT-PROGRAM(6)
           exit.

      **********************************************************
      * One log entry.  Entries for days after the report day,   *
      * and this report's own entries, are passed over.  Every   *
      * other entry moves its program's state on; an entry for   *
      * a run started on the report day also goes on the run     *
      * table.                                                   *
      **********************************************************
       2000-PROCESS.

           add 1 to WS-READ-COUNT

           if RL-PROGRAM not = 'PAYBWIN' and
              RL-START-DATE not > WS-REPORT-DATE
              move RL-PROGRAM to WS-LOOK-PROGRAM
              perform 2100-FIND-PROGRAM
              if WS-PGM-USE = 0
                 perform 2150-ADD-PROGRAM
              end-if
              if RL-START-ENTRY
                 move 'S'           to WS-PT-STATE(WS-PGM-USE)
              else
                 move RL-COMPLETION to WS-PT-STATE(WS-PGM-USE)
                 if RL-COMPLETED
                    move RL-START-DATE to WS-PT-DONE-DATE(WS-PGM-USE)
                 end-if
              end-if

              perform 2200-TRACK-RETURNS

              if RL-START-DATE = WS-REPORT-DATE
                 if RL-START-ENTRY
                    perform 2300-ADD-RUN
                 else
                    perform 2400-MATCH-END
                 end-if
              end-if
           end-if

           read RUNLOG-FILE
               at end move 'Y' to WS-EOF-IND
           end-read
           exit.

       2100-FIND-PROGRAM.

           move 0 to WS-PGM-USE
           perform varying WS-PGM-SUB from 1 by 1
              until WS-PGM-SUB > WS-PGM-COUNT
              if WS-PT-PROGRAM(WS-PGM-SUB) = WS-LOOK-PROGRAM
                 move WS-PGM-SUB to WS-PGM-USE
              end-if
           end-perform
           exit.

       2150-ADD-PROGRAM.

           if WS-PGM-COUNT not < WS-PGM-MAX
              display 'PAYBWIN: RUN LOG NAMES MORE THAN '
                       WS-PGM-MAX ' PROGRAMS - RUN STOPPED'
              stop run
           end-if

           add 1 to WS-PGM-COUNT
           move WS-PGM-COUNT   to WS-PGM-USE
           move RL-PROGRAM     to WS-PT-PROGRAM(WS-PGM-USE)
           move space          to WS-PT-STATE(WS-PGM-USE)
           move 0              to WS-PT-DONE-DATE(WS-PGM-USE)
           move 'N'            to WS-PT-LISTED-IND(WS-PGM-USE)
           exit.

      **********************************************************
      * Bank returns, as PAYCYCLE sees them: a completed regular *
      * or off-cycle pay run leaves them outstanding until a     *
      * PAYBRTN run completes after it.                          *
      **********************************************************
       2200-TRACK-RETURNS.

           if RL-END-ENTRY and RL-COMPLETED
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
           exit.

       2300-ADD-RUN.

           if WS-RUN-COUNT not < WS-RUN-MAX
              display 'PAYBWIN: MORE THAN ' WS-RUN-MAX
                      ' RUNS ON THE REPORT DAY - RUN STOPPED'
              stop run
           end-if

           add 1 to WS-RUN-COUNT
           move WS-RUN-COUNT    to WS-RUN-USE
           move RL-PROGRAM      to WS-RT-PROGRAM(WS-RUN-USE)
           move RL-START-TIME   to WS-RT-START-TIME(WS-RUN-USE)
           move 0               to WS-RT-END-DATE(WS-RUN-USE)
           move 0               to WS-RT-END-TIME(WS-RUN-USE)
           move 'N'             to WS-RT-ENDED-IND(WS-RUN-USE)
           move space           to WS-RT-COMPLETION(WS-RUN-USE)
           move RL-RUN-MODE     to WS-RT-RUN-MODE(WS-RUN-USE)
           move RL-PARMS        to WS-RT-PARMS(WS-RUN-USE)
           perform varying WS-CNT-SUB from 1 by 1
              until WS-CNT-SUB > 4
              move spaces to WS-RT-COUNT-LABEL(WS-RUN-USE WS-CNT-SUB)
              move 0      to WS-RT-COUNT(WS-RUN-USE WS-CNT-SUB)
           end-perform
           move spaces          to WS-RT-TOTAL-LABEL(WS-RUN-USE)
           move 0               to WS-RT-TOTAL(WS-RUN-USE)
           move spaces          to WS-RT-MESSAGE(WS-RUN-USE)
           exit.

      **********************************************************
      * An end entry closes the latest open row for the same     *
      * program and start time.  One with no start entry to      *
      * match still goes on the report as a row of its own.      *
      **********************************************************
       2400-MATCH-END.

           move 0 to WS-RUN-USE
           perform varying WS-RUN-SUB from WS-RUN-COUNT by -1
              until WS-RUN-SUB < 1 or WS-RUN-USE > 0
              if WS-RT-PROGRAM(WS-RUN-SUB) = RL-PROGRAM and
                 WS-RT-START-TIME(WS-RUN-SUB) = RL-START-TIME and
                 WS-RT-ENDED-IND(WS-RUN-SUB) = 'N'
                 move WS-RUN-SUB to WS-RUN-USE
              end-if
           end-perform

           if WS-RUN-USE = 0
              perform 2300-ADD-RUN
           end-if

           move 'Y'             to WS-RT-ENDED-IND(WS-RUN-USE)
           move RL-LOG-DATE     to WS-RT-END-DATE(WS-RUN-USE)
           move RL-LOG-TIME     to WS-RT-END-TIME(WS-RUN-USE)
           move RL-COMPLETION   to WS-RT-COMPLETION(WS-RUN-USE)
           perform varying WS-CNT-SUB from 1 by 1
              until WS-CNT-SUB > 4
              move RL-COUNT-LABEL(WS-CNT-SUB)
                to WS-RT-COUNT-LABEL(WS-RUN-USE WS-CNT-SUB)
              move RL-COUNT(WS-CNT-SUB)
                to WS-RT-COUNT(WS-RUN-USE WS-CNT-SUB)
           end-perform
           move RL-TOTAL-LABEL  to WS-RT-TOTAL-LABEL(WS-RUN-USE)
           move RL-TOTAL        to WS-RT-TOTAL(WS-RUN-USE)
           move RL-MESSAGE      to WS-RT-MESSAGE(WS-RUN-USE)
           exit.

      **********************************************************
      * What ran: every run started on the report day, in the    *
      * order it started, with its counts and total underneath.  *
      **********************************************************
       3000-LIST-RUNS.

           move '1' to WS-SECTION-IND
           perform 6000-HEADINGS

           if WS-RUN-COUNT = 0
              write REPORT-LINE from NONE-LINE
              add 1 to WS-LINE-CNT
           end-if

           perform varying WS-RUN-SUB from 1 by 1
              until WS-RUN-SUB > WS-RUN-COUNT
              perform 3100-PRINT-RUN
           end-perform
           exit.

       3100-PRINT-RUN.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           add 1 to WS-DAY-RUN-COUNT

           move WS-RT-PROGRAM(WS-RUN-SUB)    to RL1-PROGRAM
           move WS-RT-RUN-MODE(WS-RUN-SUB)   to RL1-MODE
           move WS-RT-START-TIME(WS-RUN-SUB) to WS-FMT-TIME
           perform 6600-FORMAT-TIME
           move WS-FMT-TIME-X                to RL1-START
           move spaces                       to RL1-END
           if WS-RT-ENDED-IND(WS-RUN-SUB) = 'Y'
              move WS-RT-END-TIME(WS-RUN-SUB) to WS-FMT-TIME
              perform 6600-FORMAT-TIME
              move WS-FMT-TIME-X              to RL1-END
           end-if
           move WS-RT-PARMS(WS-RUN-SUB)      to RL1-PARMS

           evaluate true
               when WS-RT-ENDED-IND(WS-RUN-SUB) not = 'Y'
                   move 'DID NOT COMPLETE'    to RL1-STATUS
                   add 1 to WS-INCOMPLETE-COUNT
               when WS-RT-COMPLETION(WS-RUN-SUB) = 'C'
                   move 'COMPLETED'           to RL1-STATUS
                   add 1 to WS-CLEAN-COUNT
               when WS-RT-COMPLETION(WS-RUN-SUB) = 'X'
                   move 'COMPLETED-EXCEPTIONS' to RL1-STATUS
                   add 1 to WS-EXC-COUNT
               when other
                   move 'REFUSED'             to RL1-STATUS
                   add 1 to WS-REFUSED-COUNT
           end-evaluate

           write REPORT-LINE from RUN-LINE
           add 1 to WS-LINE-CNT

           if WS-RT-ENDED-IND(WS-RUN-SUB) = 'Y'
              if WS-RT-COMPLETION(WS-RUN-SUB) = 'R'
                 move 'REFUSED:'                to ML-LABEL
                 move WS-RT-MESSAGE(WS-RUN-SUB) to ML-MESSAGE
                 write REPORT-LINE from MESSAGE-LINE
              else
                 perform varying WS-CNT-SUB from 1 by 1
                    until WS-CNT-SUB > 4
                    perform 3200-FORMAT-COUNT
                 end-perform
                 move spaces to CTL-TOTAL-ENTRY
                 if WS-RT-TOTAL-LABEL(WS-RUN-SUB) not = spaces
                    move WS-RT-TOTAL-LABEL(WS-RUN-SUB)
                      to CTL-TOTAL-LABEL
                    move WS-RT-TOTAL(WS-RUN-SUB) to CTL-TOTAL
                 end-if
                 write REPORT-LINE from COUNTS-LINE
              end-if
              add 1 to WS-LINE-CNT
           end-if
           exit.

       3200-FORMAT-COUNT.

           move spaces to CTL-COUNT-ENTRY(WS-CNT-SUB)
           if WS-RT-COUNT-LABEL(WS-RUN-SUB WS-CNT-SUB) not = spaces
              move WS-RT-COUNT-LABEL(WS-RUN-SUB WS-CNT-SUB)
                to CTL-LABEL(WS-CNT-SUB)
              move WS-RT-COUNT(WS-RUN-SUB WS-CNT-SUB)
                to CTL-COUNT(WS-CNT-SUB)
           end-if
           exit.

      **********************************************************
      * What failed: the runs of the day that never completed or *
      * were refused, on their own so they are not missed.       *
      **********************************************************
       4000-LIST-FAILED.

           move '2' to WS-SECTION-IND
           perform 6000-HEADINGS

           perform varying WS-RUN-SUB from 1 by 1
              until WS-RUN-SUB > WS-RUN-COUNT
              if WS-RT-ENDED-IND(WS-RUN-SUB) not = 'Y' or
                 WS-RT-COMPLETION(WS-RUN-SUB) = 'R'
                 perform 4100-PRINT-FAILED
              end-if
           end-perform

           if WS-FAILED-COUNT = 0
              write REPORT-LINE from NONE-LINE
              add 1 to WS-LINE-CNT
           end-if
           exit.

       4100-PRINT-FAILED.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           add 1 to WS-FAILED-COUNT

           move WS-RT-PROGRAM(WS-RUN-SUB)    to FL-PROGRAM
           move WS-RT-START-TIME(WS-RUN-SUB) to WS-FMT-TIME
           perform 6600-FORMAT-TIME
           move WS-FMT-TIME-X                to FL-START

           if WS-RT-ENDED-IND(WS-RUN-SUB) not = 'Y'
              move 'DID NOT COMPLETE'        to FL-STATUS
              move 'ABENDED OR STOPPED ON AN ERROR - SEE JOB LOG'
                                             to FL-REASON
           else
              move 'REFUSED'                 to FL-STATUS
              move WS-RT-MESSAGE(WS-RUN-SUB) to FL-REASON
           end-if

           write REPORT-LINE from FAILED-LINE
           add 1 to WS-LINE-CNT
           exit.

      **********************************************************
      * What is still due.  First every program whose latest     *
      * run did not complete or was refused, and PAYRECON if it  *
      * last finished out of balance; then the bank returns if   *
      * a pay run is waiting on them; then each nightly job that *
      * has not completed a run started on the report day.  A    *
      * program is listed once, under the first reason found.    *
      **********************************************************
       5000-LIST-DUE.

           move '3' to WS-SECTION-IND
           perform 6000-HEADINGS

           perform varying WS-PGM-SUB from 1 by 1
              until WS-PGM-SUB > WS-PGM-COUNT
              perform 5100-CHECK-STATE
           end-perform

           if WS-RETURNS-OUTSTANDING
              move 'PAYBRTN' to WS-LOOK-PROGRAM
              perform 2100-FIND-PROGRAM
              if WS-PGM-USE = 0
                 move 'PAYBRTN'    to WS-DUE-PROGRAM
                 perform 5300-RETURNS-REASON
              else
                 if WS-PT-LISTED-IND(WS-PGM-USE) not = 'Y'
                    move 'Y' to WS-PT-LISTED-IND(WS-PGM-USE)
                    move 'PAYBRTN' to WS-DUE-PROGRAM
                    perform 5300-RETURNS-REASON
                 end-if
              end-if
           end-if

           perform varying WS-NT-SUB from 1 by 1
              until WS-NT-SUB > WS-NT-MAX
              perform 5200-CHECK-NIGHTLY
           end-perform

           if WS-DUE-COUNT = 0
              write REPORT-LINE from NONE-LINE
              add 1 to WS-LINE-CNT
           end-if
           exit.

       5100-CHECK-STATE.

           move WS-PT-PROGRAM(WS-PGM-SUB) to WS-DUE-PROGRAM
           move spaces                    to WS-DUE-REASON

           evaluate true
               when WS-PT-STATE(WS-PGM-SUB) = 'S'
                   move 'LAST RUN DID NOT COMPLETE - RERUN'
                                          to WS-DUE-REASON
               when WS-PT-STATE(WS-PGM-SUB) = 'R'
                   move 'LAST RUN REFUSED - CLEAR THE CAUSE AND RERUN'
                                          to WS-DUE-REASON
               when WS-PT-STATE(WS-PGM-SUB) = 'X' and
                    WS-PT-PROGRAM(WS-PGM-SUB) = 'PAYRECON'
                   move 'OUT OF BALANCE - PAYRAISE HELD UNTIL RERUN'
                                          to WS-DUE-REASON
           end-evaluate

           if WS-DUE-REASON not = spaces
              move 'Y' to WS-PT-LISTED-IND(WS-PGM-SUB)
              perform 5500-PRINT-DUE
           end-if
           exit.

       5200-CHECK-NIGHTLY.

           move WS-NT-PROGRAM(WS-NT-SUB) to WS-LOOK-PROGRAM
           perform 2100-FIND-PROGRAM

           move WS-NT-PROGRAM(WS-NT-SUB) to WS-DUE-PROGRAM
           move 'NIGHTLY RUN NOT YET COMPLETED FOR THE DAY'
                                         to WS-DUE-REASON

           if WS-PGM-USE = 0
              perform 5500-PRINT-DUE
           else
              if WS-PT-LISTED-IND(WS-PGM-USE) not = 'Y' and
                 WS-PT-DONE-DATE(WS-PGM-USE) not = WS-REPORT-DATE
                 move 'Y' to WS-PT-LISTED-IND(WS-PGM-USE)
                 perform 5500-PRINT-DUE
              end-if
           end-if
           exit.

       5300-RETURNS-REASON.

           move 'BANK RETURNS OUTSTANDING FOR PAY RUN'
                                         to WS-DUE-REASON
           move WS-RETURNS-PERIOD        to WS-DUE-REASON(38:6)
           perform 5500-PRINT-DUE
           exit.

       5500-PRINT-DUE.

           if WS-LINE-CNT > WS-LINES-PER-PAGE
              perform 6000-HEADINGS
           end-if

           add 1 to WS-DUE-COUNT
           move WS-DUE-PROGRAM to DL-PROGRAM
           move WS-DUE-REASON  to DL-REASON
           write REPORT-LINE from DUE-LINE
           add 1 to WS-LINE-CNT
           exit.

       6000-HEADINGS.

           add 1 to WS-PAGE-NO
           if WS-PAGE-NO > 1
              move spaces to REPORT-LINE
              write REPORT-LINE after advancing page
           end-if

           move WS-RUN-DATE   to WS-FMT-DATE
           perform 6500-FORMAT-DATE
           move WS-FMT-DATE-X to HDG1-DATE
           move WS-PAGE-NO    to HDG1-PAGE

           move WS-REPORT-DATE to WS-FMT-DATE
           perform 6500-FORMAT-DATE
           move WS-FMT-DATE-X to HDG2-REPORT-DATE

           move WS-RUN-HH   to HDG2-TIME(1:2)
           move ':'         to HDG2-TIME(3:1)
           move WS-RUN-MN   to HDG2-TIME(4:2)
           move ':'         to HDG2-TIME(6:1)
           move WS-RUN-SS   to HDG2-TIME(7:2)

           evaluate true
               when WS-RUNS-SECTION
                   move 'RUNS STARTED IN THE WINDOW' to HDG3-TITLE
               when WS-FAILED-SECTION
                   move 'RUNS THAT FAILED OR WERE REFUSED'
                                                     to HDG3-TITLE
               when other
                   move 'JOBS STILL DUE'             to HDG3-TITLE
           end-evaluate

           write REPORT-LINE from HDG1
           write REPORT-LINE from HDG2 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line
           write REPORT-LINE from HDG3 after advancing 1 line
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           evaluate true
               when WS-RUNS-SECTION
                   write REPORT-LINE from HDG4-RUNS
               when WS-FAILED-SECTION
                   write REPORT-LINE from HDG4-FAILED
               when other
                   write REPORT-LINE from HDG4-DUE
           end-evaluate
           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 8 to WS-LINE-CNT
           exit.

       6500-FORMAT-DATE.

           move WS-FMT-MM   to WS-FMT-DATE-X(1:2)
           move '/'         to WS-FMT-DATE-X(3:1)
           move WS-FMT-DD   to WS-FMT-DATE-X(4:2)
           move '/'         to WS-FMT-DATE-X(6:1)
           move WS-FMT-YYYY to WS-FMT-DATE-X(7:4)
           exit.

       6600-FORMAT-TIME.

           move WS-FMT-HH   to WS-FMT-TIME-X(1:2)
           move ':'         to WS-FMT-TIME-X(3:1)
           move WS-FMT-MN   to WS-FMT-TIME-X(4:2)
           move ':'         to WS-FMT-TIME-X(6:1)
           move WS-FMT-SS   to WS-FMT-TIME-X(7:2)
           exit.

       8000-FINAL-TOTALS.

           move spaces to REPORT-LINE
           write REPORT-LINE after advancing 1 line

           move 'LOG ENTRIES READ:'        to CL-LABEL
           move WS-READ-COUNT              to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'RUNS IN THE WINDOW:'      to CL-LABEL
           move WS-DAY-RUN-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'COMPLETED:'               to CL-LABEL
           move WS-CLEAN-COUNT             to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'COMPLETED WITH EXCEPTIONS:' to CL-LABEL
           move WS-EXC-COUNT               to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'REFUSED:'                 to CL-LABEL
           move WS-REFUSED-COUNT           to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'DID NOT COMPLETE:'        to CL-LABEL
           move WS-INCOMPLETE-COUNT        to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           move 'JOBS STILL DUE:'          to CL-LABEL
           move WS-DUE-COUNT               to CL-COUNT
           write REPORT-LINE from COUNT-LINE
           exit.

       9000-TERMINATE.

           close RUNLOG-FILE
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

           move 'PAYBWIN'            to RL-PROGRAM
           move WS-RUNLOG-START-DATE to RL-START-DATE
           move WS-RUNLOG-START-TIME to RL-START-TIME
           inspect RL-PARMS replacing all low-values by spaces
           accept RL-LOG-DATE from date yyyymmdd
           accept RL-LOG-TIME from time

           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS not = '00' and
              WS-RUNLOG-STATUS not = '05'
              display 'PAYBWIN: UNABLE TO OPEN RUN LOG, STATUS='
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
           move 'C'             to RL-COMPLETION
           move 'RUNS'                 to RL-COUNT-LABEL(1)
           move WS-DAY-RUN-COUNT       to RL-COUNT(1)
           move 'FAILED'               to RL-COUNT-LABEL(2)
           move WS-FAILED-COUNT        to RL-COUNT(2)
           move 'DUE'                  to RL-COUNT-LABEL(3)
           move WS-DUE-COUNT           to RL-COUNT(3)
           perform 9780-WRITE-LOG-ENTRY
           exit.
