      *****************************************************************
      *  DATADRV.cob
      *  End-to-end job driver for the data-entry stream.  Runs the
      *  steps DATAGEN, DATAMRG, DATAVAL, DATACOR, DATAPPA, DATALIM,
      *  DATAENT, DATAMNT, DATASRT, DATADUP, DATARPT, DATADST, DATAGLX,
      *  DATAPRF as one controlled stream, checks each step's return
      *  code, verifies the run-stamp chain (DATAENT-RUNID against
      *  DATAMNT-RUNID after maintenance and DATASRT-RUNID after the
      *  sort) before letting the stream continue, and writes a job
      *  did not end clean - so a 5am failure costs rerunning two
      *  steps, not seven.  A stamp that no longer proves refuses the
      *  restart outright rather than resuming against changed files.
      *
      *  Before anything runs, the driver checks the business-day
      *  calendar: Monday to Friday, corrected by the exception dates
      *  DATACAL maintains on BUSCAL ('H' holiday, 'B' weekend day
      *  worked).  A run on a day that is not a business day is
      *  refused - console message, STREAM REFUSED on the job log,
      *  return code 8 - unless the control card carries 'F' in its
      *  second byte to force it.  Every business day since the last
      *  run the job log shows as STREAM COMPLETED that has no
      *  records on the history (DATAHIST, or DATAYTD once closed) is
      *  reported to the console and the job log, so a skipped day
      *  is seen the next morning, not at month end.  Should BUSCAL
      *  hold more dates than the calendar table, the calendar is not
      *  used at all rather than used in part: the console and the
      *  job log carry CALENDAR TABLE FULL, and the run falls back to
      *  plain Monday-to-Friday business days, as with no BUSCAL.
      *
      *  The first run after a month's last business day closes that
      *  month ahead of the day's own steps: when the previous month
      *  has history on DATAHIST and is not yet on the closed-period
      *  file (CLSPRD), the DATAPER and DATACLS steps at the head of
      *  the step table run, and between them the driver writes the
      *  close card (CLSCTRL) from DATAPER's month-total control file
      *  (DATAPERCNT).  On any other day those two steps are logged
      *  STEP NOT DUE and skipped.  Before a close is declared due,
      *  every business day of the month is checked against the
      *  history - the whole month, not only the days since the last
      *  completed stream - so a month with a missed business day is
      *  not closed on this run or any later one: the close is
      *  logged as held on each run until the gap is made good.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATADRV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRID-STATUS.

           SELECT OPTIONAL BUS-CALENDAR-IN ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL DATA-HISTORY ASSIGN TO "DATAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT OPTIONAL DATA-YTD ASSIGN TO "DATAYTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL CLOSED-PERIODS ASSIGN TO "CLSPRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL DATAPER-CNT ASSIGN TO "DATAPERCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCN-STATUS.

           SELECT CLS-CONTROL-OUT ASSIGN TO "CLSCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRV-CONTROL-IN
       01  DRV-CONTROL-RECORD.
           05  DRV-CTRL-MODE           PIC X.
               88  DRV-CTRL-RESTART    VALUE 'R'.
           05  DRV-CTRL-CALENDAR       PIC X.
               88  DRV-CTRL-FORCE-RUN  VALUE 'F'.
           05  DRV-CTRL-RESERVED       PIC X(78).

       FD  JOB-LOG.
       01  JOB-LOG-RECORD              PIC X(80).
       FD  DATADUP-RUNID.
       01  DATADUP-RUNID-RECORD        PIC X(14).

      *  Business-day exception dates, as DATACAL maintains them.
       FD  BUS-CALENDAR-IN
           RECORDING MODE IS F.
       01  BUS-CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  CAL-DAY-TYPE            PIC X.
               88  CAL-IS-HOLIDAY      VALUE 'H'.
               88  CAL-IS-BUSINESS-DAY VALUE 'B'.
           05  FILLER                  PIC X.
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-RESERVED            PIC X(39).

      *  Only the run dates of the history files are looked at here;
      *  a year-to-date month header never carries a numeric date.
       FD  DATA-HISTORY
           RECORDING MODE IS F.
       01  DATA-HISTORY-RECORD.
           05  HIS-RUN-DATE            PIC X(8).
           05  HIS-ENTRY-IMAGE         PIC X(80).

       FD  DATA-YTD
           RECORDING MODE IS F.
       01  DATA-YTD-RECORD.
           05  YTD-RUN-DATE            PIC X(8).
           05  YTD-ENTRY-IMAGE         PIC X(80).

       FD  CLOSED-PERIODS
           RECORDING MODE IS F.
       01  CLOSED-PERIOD-RECORD.
           05  PRD-MONTH               PIC 9(6).
           05  PRD-CLOSE-DATE          PIC 9(8).
           05  PRD-COUNT               PIC 9(7).
           05  PRD-AMOUNT              PIC S9(11)V99.

      *  DATAPER's month totals, one line per month in the close
      *  card's layout.
       FD  DATAPER-CNT.
       01  DATAPER-CNT-RECORD.
           05  PCN-MONTH               PIC 9(6).
           05  PCN-REST                PIC X(74).

       FD  CLS-CONTROL-OUT.
       01  CLS-CONTROL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-MRID-STATUS          PIC XX.
           05  WS-SRID-STATUS          PIC XX.
           05  WS-DRID-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-PRD-STATUS           PIC XX.
           05  WS-PCN-STATUS           PIC XX.
           05  WS-CLS-STATUS           PIC XX.

       01  WS-STEP-CONTROLS.
           05  WS-STEP-SUB             PIC 9(2) VALUE 0.
           05  WS-STEP-COUNT           PIC 9(2) VALUE 16.
           05  WS-STEP-NAME            PIC X(8) VALUE SPACES.
           05  WS-STEP-RC              PIC 9(4) VALUE 0.
           05  WS-STREAM-HALTED-SW     PIC X VALUE 'N'.
      *  One completion flag per step of the step table below, set
      *  from the job log's STEP ENDED OK lines when restarting.
       01  WS-STEP-OK-TABLE.
           05  WS-STEP-OK-ENTRY OCCURS 16 TIMES
                                       PIC X VALUE 'N'.

      *  The job log line read back in restart mode; mirrors
           05  FILLER                  PIC X(9).

       01  WS-STEP-TABLE.
           05  FILLER                  PIC X(8) VALUE 'DATAPER'.
           05  FILLER                  PIC X(8) VALUE 'DATACLS'.
           05  FILLER                  PIC X(8) VALUE 'DATAGEN'.
           05  FILLER                  PIC X(8) VALUE 'DATAMRG'.
           05  FILLER                  PIC X(8) VALUE 'DATAVAL'.
           05  FILLER                  PIC X(8) VALUE 'DATACOR'.
           05  FILLER                  PIC X(8) VALUE 'DATAPPA'.
           05  FILLER                  PIC X(8) VALUE 'DATALIM'.
           05  FILLER                  PIC X(8) VALUE 'DATAENT'.
           05  FILLER                  PIC X(8) VALUE 'DATAMNT'.
           05  FILLER                  PIC X(8) VALUE 'DATAGLX'.
           05  FILLER                  PIC X(8) VALUE 'DATAPRF'.
       01  WS-STEP-LIST REDEFINES WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 16 TIMES
                                       PIC X(8).

       01  WS-RUN-STAMPS.
           05  WS-DATASRT-STAMP        PIC X(14) VALUE SPACES.
           05  WS-DATADUP-STAMP        PIC X(14) VALUE SPACES.

      *  Business-day controls.  Day numbers are integer dates, day 1
      *  being Monday 1 January 1601, so the remainder of a day number
      *  divided by 7 gives the weekday (1 Monday ... 6 Saturday, 0
      *  Sunday).
       01  WS-CALENDAR-CONTROLS.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-RUN-DAY-NO           PIC 9(7)  VALUE 0.
           05  WS-RUN-BUSINESS-SW      PIC X VALUE 'Y'.
               88  WS-RUN-IS-BUSINESS  VALUE 'Y'.
           05  WS-FORCE-RUN-SW         PIC X VALUE 'N'.
               88  WS-FORCE-RUN        VALUE 'Y'.
           05  WS-DAY-DATE             PIC 9(8)  VALUE 0.
           05  WS-DAY-NO               PIC 9(7)  VALUE 0.
           05  WS-WEEKDAY              PIC 9     VALUE 0.
           05  WS-WEEK-QUOTIENT        PIC 9(7)  VALUE 0.
           05  WS-DAY-BUSINESS-SW      PIC X VALUE 'Y'.
               88  WS-DAY-IS-BUSINESS  VALUE 'Y'.
           05  WS-LAST-GOOD-DATE       PIC 9(8)  VALUE 0.
           05  WS-CHECK-FROM-DAY-NO    PIC 9(7)  VALUE 0.
           05  WS-CHECK-TO-DAY-NO      PIC 9(7)  VALUE 0.
           05  WS-CHECK-FROM-DATE      PIC 9(8)  VALUE 99999999.
           05  WS-CHECK-TO-DATE        PIC 9(8)  VALUE 0.
           05  WS-SCAN-DATE            PIC 9(8)  VALUE 0.
           05  WS-MISSED-COUNT         PIC 9(5)  VALUE 0.

      *  Must match the OCCURS ceiling on WS-CAL-ENTRY below.
       01  DRV-CAL-COMPILED-MAX        PIC 9(5) VALUE 999.
       01  WS-CAL-COUNT                PIC 9(5) VALUE 0.
       01  WS-CAL-SUB                  PIC 9(5) VALUE 0.
       01  WS-CAL-DROPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 999 TIMES.
               10  WS-CAL-DATE         PIC 9(8).
               10  WS-CAL-DAY-TYPE     PIC X.

      *  Distinct run dates found on the history within the missed-
      *  day window; must match the OCCURS ceiling below, which is
      *  also the longest window looked back over.
       01  DRV-HIST-DAY-COMPILED-MAX   PIC 9(5) VALUE 366.
       01  WS-HIST-DAY-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIST-DAY-SUB             PIC 9(5) VALUE 0.
       01  WS-HIST-DAY-FOUND-SW        PIC X VALUE 'N'.
           88  WS-HIST-DAY-FOUND       VALUE 'Y'.
       01  WS-HIST-DAY-TABLE.
           05  WS-HIST-DAY OCCURS 366 TIMES
                                       PIC 9(8).

      *  Distinct run dates of the close month found on the history;
      *  must match the OCCURS ceiling below.
       01  DRV-CLOSE-DAY-COMPILED-MAX  PIC 9(5) VALUE 31.
       01  WS-CLOSE-DAY-COUNT          PIC 9(5) VALUE 0.
       01  WS-CLOSE-DAY-SUB            PIC 9(5) VALUE 0.
       01  WS-CLOSE-DAY-FOUND-SW       PIC X VALUE 'N'.
           88  WS-CLOSE-DAY-FOUND      VALUE 'Y'.
       01  WS-CLOSE-DAY-TABLE.
           05  WS-CLOSE-DAY OCCURS 31 TIMES
                                       PIC 9(8).

      *  Month-end close scheduling: the month before the run month.
       01  WS-MONTH-END-CONTROLS.
           05  WS-CLOSE-MONTH          PIC 9(6)  VALUE 0.
           05  WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
               10  WS-CLOSE-YEAR       PIC 9(4).
               10  WS-CLOSE-MM         PIC 9(2).
           05  WS-CLOSE-HIST-COUNT     PIC 9(7)  VALUE 0.
           05  WS-CLOSE-FIRST-DATE     PIC 9(8)  VALUE 0.
           05  WS-CLOSE-FIRST-DAY-NO   PIC 9(7)  VALUE 0.
           05  WS-CLOSE-LAST-DAY-NO    PIC 9(7)  VALUE 0.
           05  WS-RUN-MONTH-FIRST-DATE PIC 9(8)  VALUE 0.
           05  WS-CLOSE-MISSED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-MONTH-END-SW         PIC X VALUE 'N'.
               88  WS-MONTH-END-DUE    VALUE 'Y'.
           05  WS-MONTH-CLOSED-SW      PIC X VALUE 'N'.
               88  WS-MONTH-IS-CLOSED  VALUE 'Y'.
           05  WS-CLOSE-MISSED-SW      PIC X VALUE 'N'.
               88  WS-CLOSE-HAS-MISSED VALUE 'Y'.
           05  WS-PCN-FOUND-SW         PIC X VALUE 'N'.
               88  WS-PCN-FOUND        VALUE 'Y'.

       01  WS-CLOSE-CARD               PIC X(80) VALUE SPACES.

       01  WS-MISSED-LOG-TEXT.
           05  FILLER                  PIC X(15) VALUE
                   'NO HISTORY FOR '.
           05  WS-MLT-DATE             PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-LOG-LINE.
           05  WS-LOG-TIME             PIC X(14).
           05  FILLER                  PIC X     VALUE SPACE.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-DRIVER-MODE
           PERFORM 110-CHECK-BUSINESS-DAY
           PERFORM 070-FIND-LAST-GOOD-RUN
           IF WS-IS-RESTART
               PERFORM 060-SCAN-JOB-LOG
               PERFORM 080-VERIFY-COMPLETED-STEPS
           END-IF
           PERFORM 100-OPEN-JOB-LOG
           MOVE 'DATADRV' TO WS-LOG-STEP
           IF WS-CAL-DROPPED-COUNT > 0
               MOVE 'CALENDAR TABLE FULL' TO WS-LOG-TEXT
               PERFORM 900-WRITE-JOB-LOG
           END-IF
           IF NOT WS-RUN-IS-BUSINESS AND NOT WS-FORCE-RUN
               DISPLAY 'DATADRV: ' WS-RUN-DATE ' IS NOT A BUSINESS'
                   ' DAY - STREAM REFUSED (FORCE WITH F IN COLUMN 2'
                   ' OF DRVCTRL)'
               MOVE 'STREAM REFUSED' TO WS-LOG-TEXT
               PERFORM 900-WRITE-JOB-LOG
               CLOSE JOB-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-IS-RESTART
               MOVE 'STREAM RESTARTED' TO WS-LOG-TEXT
           ELSE
               MOVE 'STREAM STARTED' TO WS-LOG-TEXT
           END-IF
           PERFORM 900-WRITE-JOB-LOG
           IF NOT WS-RUN-IS-BUSINESS
               DISPLAY 'DATADRV: ' WS-RUN-DATE ' IS NOT A BUSINESS'
                   ' DAY - RUN FORCED BY CONTROL CARD'
               MOVE 'NON-BUSINESS DAY FORCED' TO WS-LOG-TEXT
               PERFORM 900-WRITE-JOB-LOG
           END-IF
           PERFORM 140-CHECK-MISSED-DAYS
           PERFORM 160-CHECK-MONTH-END
           IF WS-IS-RESTART AND NOT WS-STREAM-HALTED
               IF WS-START-SUB > WS-STEP-COUNT
                   DISPLAY 'DATADRV: ALL STEPS ALREADY ENDED OK -'
                       IF DRV-CTRL-RESTART
                           MOVE 'Y' TO WS-RESTART-SW
                       END-IF
                       IF DRV-CTRL-FORCE-RUN
                           MOVE 'Y' TO WS-FORCE-RUN-SW
                       END-IF
               END-READ
               CLOSE DRV-CONTROL-IN
           END-IF.
                                   MOVE WS-LGR-STAMP
                                       TO WS-LOGGED-STAMP
                               END-IF
                           WHEN 'STEP NOT DUE'
                               MOVE 'Y'
                                   TO WS-STEP-OK-ENTRY(WS-SCAN-SUB)
                           WHEN 'STEP STARTED'
                           WHEN 'STEP FAILED'
                           WHEN 'STAMP CHECK FAILED'
                           WHEN 'CLOSE CARD NOT BUILT'
                               MOVE 'N'
                                   TO WS-STEP-OK-ENTRY(WS-SCAN-SUB)
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.

      *  The date of the last stream the job log shows completed, the
      *  starting point of the missed-day check.
       070-FIND-LAST-GOOD-RUN.
           MOVE 0 TO WS-LAST-GOOD-DATE
           OPEN INPUT JOB-LOG
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL WS-LOG-STATUS = '10'
                   READ JOB-LOG INTO WS-LOG-READ-LINE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LGR-STEP = 'DATADRV'
                                   AND WS-LGR-TEXT = 'STREAM COMPLETED'
                                   AND WS-LGR-TIME(1:8) IS NUMERIC
                               MOVE WS-LGR-TIME(1:8)
                                   TO WS-LAST-GOOD-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG
           END-IF.

       090-REFUSE-RESTART.
           DISPLAY 'DATADRV: COMPLETED STEP '
               WS-STEP-ENTRY(WS-SCAN-SUB)
               OPEN OUTPUT JOB-LOG
           END-IF.

      *  The run date's business-day standing, and the month a
      *  month-end close on this run would close.
       110-CHECK-BUSINESS-DAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 120-LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-DAY-DATE
           MOVE WS-RUN-DAY-NO TO WS-DAY-NO
           PERFORM 130-SET-BUSINESS-DAY
           MOVE WS-DAY-BUSINESS-SW TO WS-RUN-BUSINESS-SW
           IF WS-RUN-MM = 1
               COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
               COMPUTE WS-CLOSE-MM = WS-RUN-MM - 1
           END-IF.

       120-LOAD-CALENDAR.
           OPEN INPUT BUS-CALENDAR-IN
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-STATUS = '10'
                   READ BUS-CALENDAR-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                               IF WS-CAL-COUNT < DRV-CAL-COMPILED-MAX
                                   ADD 1 TO WS-CAL-COUNT
                                   MOVE CAL-DATE
                                       TO WS-CAL-DATE(WS-CAL-COUNT)
                                   MOVE CAL-DAY-TYPE
                                     TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                               ELSE
                                   ADD 1 TO WS-CAL-DROPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUS-CALENDAR-IN
           END-IF
           IF WS-CAL-STATUS = '05'
               CLOSE BUS-CALENDAR-IN
           END-IF
           IF WS-CAL-DROPPED-COUNT > 0
               MOVE 0 TO WS-CAL-COUNT
               DISPLAY 'DATADRV: *** CALENDAR TABLE FULL - '
                   WS-CAL-DROPPED-COUNT ' BUSCAL DATES NOT LOADED -'
                   ' CALENDAR IGNORED, MONDAY TO FRIDAY ASSUMED ***'
           END-IF.

      *  Sets WS-DAY-BUSINESS-SW for WS-DAY-DATE / WS-DAY-NO: a
      *  weekday unless the calendar marks it a holiday, a weekend
      *  day only when the calendar marks it worked.
       130-SET-BUSINESS-DAY.
           DIVIDE WS-DAY-NO BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE 'N' TO WS-DAY-BUSINESS-SW
           ELSE
               MOVE 'Y' TO WS-DAY-BUSINESS-SW
           END-IF
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-SUB) = WS-DAY-DATE
                   EVALUATE WS-CAL-DAY-TYPE(WS-CAL-SUB)
                       WHEN 'H'
                           MOVE 'N' TO WS-DAY-BUSINESS-SW
                       WHEN 'B'
                           MOVE 'Y' TO WS-DAY-BUSINESS-SW
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *  Every business day after the last completed stream and
      *  before today must have left records on the history.  With no
      *  completed stream on the log there is nothing to check from;
      *  the window never reaches back more than a year.
       140-CHECK-MISSED-DAYS.
           MOVE 1 TO WS-CHECK-FROM-DAY-NO
           MOVE 0 TO WS-CHECK-TO-DAY-NO
           IF WS-LAST-GOOD-DATE > 0
               COMPUTE WS-CHECK-FROM-DAY-NO = 1 +
                   FUNCTION INTEGER-OF-DATE(WS-LAST-GOOD-DATE)
               COMPUTE WS-CHECK-TO-DAY-NO = WS-RUN-DAY-NO - 1
               IF WS-CHECK-TO-DAY-NO >= WS-CHECK-FROM-DAY-NO
                   IF WS-CHECK-TO-DAY-NO - WS-CHECK-FROM-DAY-NO
                           >= DRV-HIST-DAY-COMPILED-MAX
                       COMPUTE WS-CHECK-FROM-DAY-NO =
                           WS-CHECK-TO-DAY-NO
                           - DRV-HIST-DAY-COMPILED-MAX + 1
                   END-IF
                   COMPUTE WS-CHECK-FROM-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-CHECK-FROM-DAY-NO)
                   COMPUTE WS-CHECK-TO-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-CHECK-TO-DAY-NO)
               END-IF
           END-IF
           PERFORM 145-LOAD-HISTORY-DATES
           PERFORM VARYING WS-DAY-NO FROM WS-CHECK-FROM-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-CHECK-TO-DAY-NO
               PERFORM 150-CHECK-ONE-DAY
           END-PERFORM
           IF WS-MISSED-COUNT > 0
               DISPLAY 'DATADRV: *** ' WS-MISSED-COUNT
                   ' BUSINESS DAY(S) SINCE ' WS-LAST-GOOD-DATE
                   ' HAVE NO HISTORY RECORDS ***'
           END-IF.

      *  One pass of each history file collects the run dates inside
      *  the window and every run date of the close month, and counts
      *  the close month's records still open on DATAHIST.
       145-LOAD-HISTORY-DATES.
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIS-RUN-DATE IS NUMERIC
                               MOVE HIS-RUN-DATE TO WS-SCAN-DATE
                               IF WS-SCAN-DATE(1:6) = WS-CLOSE-MONTH
                                   ADD 1 TO WS-CLOSE-HIST-COUNT
                                   PERFORM 148-NOTE-CLOSE-MONTH-DATE
                               END-IF
                               PERFORM 147-NOTE-HISTORY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF
           OPEN INPUT DATA-YTD
           IF WS-YTD-STATUS = '00'
               PERFORM UNTIL WS-YTD-STATUS = '10'
                   READ DATA-YTD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF YTD-RUN-DATE IS NUMERIC
                               MOVE YTD-RUN-DATE TO WS-SCAN-DATE
                               IF WS-SCAN-DATE(1:6) = WS-CLOSE-MONTH
                                   PERFORM 148-NOTE-CLOSE-MONTH-DATE
                               END-IF
                               PERFORM 147-NOTE-HISTORY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-YTD
           END-IF
           IF WS-YTD-STATUS = '05'
               CLOSE DATA-YTD
           END-IF.

       147-NOTE-HISTORY-DATE.
           IF WS-SCAN-DATE >= WS-CHECK-FROM-DATE
                   AND WS-SCAN-DATE <= WS-CHECK-TO-DATE
               MOVE 'N' TO WS-HIST-DAY-FOUND-SW
               PERFORM VARYING WS-HIST-DAY-SUB FROM 1 BY 1
                       UNTIL WS-HIST-DAY-SUB > WS-HIST-DAY-COUNT
                   IF WS-HIST-DAY(WS-HIST-DAY-SUB) = WS-SCAN-DATE
                       MOVE 'Y' TO WS-HIST-DAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-HIST-DAY-FOUND
                       AND WS-HIST-DAY-COUNT < DRV-HIST-DAY-COMPILED-MAX
                   ADD 1 TO WS-HIST-DAY-COUNT
                   MOVE WS-SCAN-DATE TO WS-HIST-DAY(WS-HIST-DAY-COUNT)
               END-IF
           END-IF.

       148-NOTE-CLOSE-MONTH-DATE.
           MOVE 'N' TO WS-CLOSE-DAY-FOUND-SW
           PERFORM VARYING WS-CLOSE-DAY-SUB FROM 1 BY 1
                   UNTIL WS-CLOSE-DAY-SUB > WS-CLOSE-DAY-COUNT
               IF WS-CLOSE-DAY(WS-CLOSE-DAY-SUB) = WS-SCAN-DATE
                   MOVE 'Y' TO WS-CLOSE-DAY-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-CLOSE-DAY-FOUND
                   AND WS-CLOSE-DAY-COUNT < DRV-CLOSE-DAY-COMPILED-MAX
               ADD 1 TO WS-CLOSE-DAY-COUNT
               MOVE WS-SCAN-DATE TO WS-CLOSE-DAY(WS-CLOSE-DAY-COUNT)
           END-IF.

       150-CHECK-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           PERFORM 130-SET-BUSINESS-DAY
           IF WS-DAY-IS-BUSINESS
               MOVE 'N' TO WS-HIST-DAY-FOUND-SW
               PERFORM VARYING WS-HIST-DAY-SUB FROM 1 BY 1
                       UNTIL WS-HIST-DAY-SUB > WS-HIST-DAY-COUNT
                   IF WS-HIST-DAY(WS-HIST-DAY-SUB) = WS-DAY-DATE
                       MOVE 'Y' TO WS-HIST-DAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-HIST-DAY-FOUND
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY 'DATADRV: *** BUSINESS DAY ' WS-DAY-DATE
                       ' HAS NO HISTORY RECORDS - MISSED RUN? ***'
                   MOVE WS-DAY-DATE TO WS-MLT-DATE
                   MOVE 'DATADRV' TO WS-LOG-STEP
                   MOVE WS-MISSED-LOG-TEXT TO WS-LOG-TEXT
                   PERFORM 900-WRITE-JOB-LOG
               END-IF
           END-IF.

      *  The previous month is closed on this run when it still has
      *  history on DATAHIST and is not yet on CLSPRD - which is only
      *  so on the first run after its last business day - unless a
      *  business day of it has no history.  Every business day of
      *  the month is checked, however long ago the last completed
      *  stream was, so a held close stays held run after run.
       160-CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SW
           PERFORM 165-CHECK-MONTH-CLOSED
           IF WS-CLOSE-HIST-COUNT > 0 AND NOT WS-MONTH-IS-CLOSED
               PERFORM 170-CHECK-CLOSE-MONTH-DAYS
               MOVE 'DATADRV' TO WS-LOG-STEP
               IF WS-CLOSE-HAS-MISSED
                   DISPLAY 'DATADRV: *** MONTH-END CLOSE OF '
                       WS-CLOSE-MONTH ' HELD - ' WS-CLOSE-MISSED-COUNT
                       ' BUSINESS DAY(S) OF THE MONTH MISSED ***'
                   MOVE 'MONTH-END CLOSE HELD' TO WS-LOG-TEXT
               ELSE
                   MOVE 'Y' TO WS-MONTH-END-SW
                   DISPLAY 'DATADRV: MONTH-END CLOSE OF '
                       WS-CLOSE-MONTH ' SCHEDULED - DATAPER, DATACLS'
                   MOVE 'MONTH-END CLOSE DUE' TO WS-LOG-TEXT
               END-IF
               PERFORM 900-WRITE-JOB-LOG
           END-IF.

       165-CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-MONTH-CLOSED-SW
           OPEN INPUT CLOSED-PERIODS
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL WS-PRD-STATUS = '10'
                   READ CLOSED-PERIODS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRD-MONTH = WS-CLOSE-MONTH
                               MOVE 'Y' TO WS-MONTH-CLOSED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS
           END-IF
           IF WS-PRD-STATUS = '05'
               CLOSE CLOSED-PERIODS
           END-IF.

      *  Each business day from the first of the close month to its
      *  last day must have a run date on the history.
       170-CHECK-CLOSE-MONTH-DAYS.
           MOVE 'N' TO WS-CLOSE-MISSED-SW
           MOVE 0 TO WS-CLOSE-MISSED-COUNT
           COMPUTE WS-CLOSE-FIRST-DATE = WS-CLOSE-MONTH * 100 + 1
           COMPUTE WS-RUN-MONTH-FIRST-DATE =
               WS-RUN-YEAR * 10000 + WS-RUN-MM * 100 + 1
           COMPUTE WS-CLOSE-FIRST-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CLOSE-FIRST-DATE)
           COMPUTE WS-CLOSE-LAST-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-MONTH-FIRST-DATE) - 1
           PERFORM VARYING WS-DAY-NO FROM WS-CLOSE-FIRST-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-CLOSE-LAST-DAY-NO
               PERFORM 175-CHECK-ONE-CLOSE-DAY
           END-PERFORM.

       175-CHECK-ONE-CLOSE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           PERFORM 130-SET-BUSINESS-DAY
           IF WS-DAY-IS-BUSINESS
               MOVE 'N' TO WS-CLOSE-DAY-FOUND-SW
               PERFORM VARYING WS-CLOSE-DAY-SUB FROM 1 BY 1
                       UNTIL WS-CLOSE-DAY-SUB > WS-CLOSE-DAY-COUNT
                   IF WS-CLOSE-DAY(WS-CLOSE-DAY-SUB) = WS-DAY-DATE
                       MOVE 'Y' TO WS-CLOSE-DAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-CLOSE-DAY-FOUND
                   ADD 1 TO WS-CLOSE-MISSED-COUNT
                   MOVE 'Y' TO WS-CLOSE-MISSED-SW
                   DISPLAY 'DATADRV: *** BUSINESS DAY ' WS-DAY-DATE
                       ' OF CLOSE MONTH ' WS-CLOSE-MONTH
                       ' HAS NO HISTORY RECORDS ***'
               END-IF
           END-IF.

      *  The month-end steps run only when the close is due; on any
      *  other run they are logged as not due, which a restart reads
      *  as done.
       200-RUN-ONE-STEP.
           MOVE WS-STEP-ENTRY(WS-STEP-SUB) TO WS-STEP-NAME
           IF (WS-STEP-NAME = 'DATAPER' OR WS-STEP-NAME = 'DATACLS')
                   AND NOT WS-MONTH-END-DUE
               MOVE WS-STEP-NAME TO WS-LOG-STEP
               MOVE 'STEP NOT DUE' TO WS-LOG-TEXT
               PERFORM 900-WRITE-JOB-LOG
           ELSE
               PERFORM 210-CALL-ONE-STEP
           END-IF.

       210-CALL-ONE-STEP.
           MOVE WS-STEP-NAME TO WS-LOG-STEP
           MOVE 'STEP STARTED' TO WS-LOG-TEXT
           PERFORM 900-WRITE-JOB-LOG
      *  reaches the next step.
       300-VERIFY-RUN-STAMPS.
           EVALUATE WS-STEP-NAME
               WHEN 'DATAPER'
                   PERFORM 440-BUILD-CLOSE-CARD
               WHEN 'DATAENT'
                   PERFORM 400-READ-DATAENT-STAMP
                   IF WS-DATAENT-STAMP = SPACES
               CLOSE DATADUP-RUNID
           END-IF.

      *  DATACLS's close card is DATAPER's month-total line for the
      *  close month, copied as it stands.
       440-BUILD-CLOSE-CARD.
           MOVE 'N' TO WS-PCN-FOUND-SW
           OPEN INPUT DATAPER-CNT
           IF WS-PCN-STATUS = '00'
               PERFORM UNTIL WS-PCN-STATUS = '10'
                   READ DATAPER-CNT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PCN-MONTH = WS-CLOSE-MONTH
                               MOVE 'Y' TO WS-PCN-FOUND-SW
                               MOVE DATAPER-CNT-RECORD
                                   TO WS-CLOSE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATAPER-CNT
           END-IF
           IF WS-PCN-STATUS = '05'
               CLOSE DATAPER-CNT
           END-IF
           IF WS-PCN-FOUND
               OPEN OUTPUT CLS-CONTROL-OUT
               WRITE CLS-CONTROL-RECORD FROM WS-CLOSE-CARD
               CLOSE CLS-CONTROL-OUT
           ELSE
               DISPLAY 'DATADRV: NO MONTH TOTAL FOR ' WS-CLOSE-MONTH
                   ' ON DATAPERCNT - CLOSE CARD NOT BUILT -'
                   ' STREAM HALTED'
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-STREAM-HALTED-SW
               MOVE WS-STEP-NAME TO WS-LOG-STEP
               MOVE 'CLOSE CARD NOT BUILT' TO WS-LOG-TEXT
               PERFORM 900-WRITE-JOB-LOG
           END-IF.

       800-HALT-ON-STAMP-ERROR.
           DISPLAY 'DATADRV: RUN STAMP MISSING OR MISMATCHED AFTER'
               ' STEP ' WS-STEP-NAME ' - STREAM HALTED'
