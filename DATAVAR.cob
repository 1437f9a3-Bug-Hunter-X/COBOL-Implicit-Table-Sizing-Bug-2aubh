      *****************************************************************
      *  DATAVAR.cob
      *  Budget-versus-actual variance report by account and site.
      *  The budget comes from the budget reference file DATABDM
      *  maintains (BUDGET: account, site, month, amount).  The
      *  actuals are the posted entries themselves, taken by posting
      *  month: closed months from the year-to-date archive (DATAYTD,
      *  month headers skipped) and the open month from DATAHIST.
      *
      *  The report (DATAVARRPT) prints one line per account and site
      *  carrying a budget or an actual in the year: the report
      *  month's budget, actual, variance (actual less budget) and
      *  variance percent of budget, then the same four figures for
      *  the year to date (January through the report month).  A
      *  line whose month or year-to-date variance percent lies
      *  beyond the tolerance is flagged, as is one with actuals
      *  against no budget at all.  Grand totals and the flagged
      *  line count close the report.
      *
      *  The control card (VARCTRL) names the report month (YYYYMM)
      *  and the tolerance in whole percent; without a card, or with
      *  a field left blank, the current month and 10 percent apply.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAVAR.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VAR-CONTROL-IN ASSIGN TO "VARCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL BUDGET-IN ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT OPTIONAL DATA-YTD ASSIGN TO "DATAYTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL DATA-HISTORY ASSIGN TO "DATAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT DATAVAR-RPT ASSIGN TO "DATAVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One control card: report month (YYYYMM) and the variance
      *  tolerance in whole percent.
       FD  VAR-CONTROL-IN
           RECORDING MODE IS F.
       01  VAR-CONTROL-RECORD.
           05  VAR-CTRL-MONTH          PIC 9(6).
           05  FILLER                  PIC X.
           05  VAR-CTRL-TOLERANCE      PIC 9(3).
           05  VAR-CTRL-RESERVED       PIC X(70).

       FD  BUDGET-IN
           RECORDING MODE IS F.
       01  BUDGET-RECORD.
           05  BUD-ACCT                PIC X(4).
           05  FILLER                  PIC X.
           05  BUD-SITE                PIC X(3).
           05  FILLER                  PIC X.
           05  BUD-MONTH               PIC 9(6).
           05  FILLER                  PIC X.
           05  BUD-AMOUNT              PIC S9(9)V99.
           05  BUD-RESERVED            PIC X(53).

      *  Year-to-date archive: 'MH' month headers followed by that
      *  month's history records unchanged.
       FD  DATA-YTD
           RECORDING MODE IS F.
       01  DATA-YTD-RECORD             PIC X(88).

       FD  DATA-HISTORY
           RECORDING MODE IS F.
       01  DATA-HISTORY-RECORD         PIC X(88).

       FD  DATAVAR-RPT.
       01  DATAVAR-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-BUD-STATUS           PIC XX.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-VAR-CONTROLS.
           05  WS-REPORT-MONTH         PIC 9(6)  VALUE 0.
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-TOLERANCE-PCT        PIC 9(3)  VALUE 10.

      *  One history record, from either file, as the actuals see it.
       01  WS-ACTUAL-RECORD.
           05  ACT-RUN-DATE            PIC 9(8).
           05  ACT-RUN-DATE-PARTS REDEFINES ACT-RUN-DATE.
               10  ACT-RUN-YEAR        PIC 9(4).
               10  ACT-RUN-MM          PIC 9(2).
               10  ACT-RUN-DD          PIC 9(2).
           05  ACT-ENTRY-IMAGE.
               COPY WSTABENT
                   REPLACING WS-ENTRY-ID          BY ACT-ENTRY-ID
                             WS-ENTRY-DATE        BY ACT-ENTRY-DATE
                             WS-ENTRY-AMOUNT      BY ACT-ENTRY-AMOUNT
                             WS-ENTRY-DESCRIPTION BY
                                 ACT-ENTRY-DESCRIPTION
                             WS-ENTRY-ACCT        BY ACT-ENTRY-ACCT
                             WS-ENTRY-SITE        BY ACT-ENTRY-SITE.

       01  WS-BUD-MONTH-PARTS.
           05  WS-BUD-YEAR             PIC 9(4).
           05  WS-BUD-MM               PIC 9(2).

      *  Must match the OCCURS ceiling on WS-VAR-LINE below.
       01  VAR-LINE-COMPILED-MAX       PIC 9(5) VALUE 999.
       01  WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(5) VALUE 0.
       01  WS-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-LINE-FOUND           VALUE 'Y'.

       01  WS-LOOK-KEY.
           05  WS-LOOK-ACCT            PIC X(4).
           05  WS-LOOK-SITE            PIC X(3).

      *  One line per account and site, kept in account/site order
      *  as lines are added so the report prints straight from it.
       01  WS-VAR-TABLE.
           05  WS-VAR-LINE OCCURS 999 TIMES.
               10  WS-VL-KEY.
                   15  WS-VL-ACCT      PIC X(4).
                   15  WS-VL-SITE      PIC X(3).
               10  WS-VL-MTH-BUDGET    PIC S9(11)V99.
               10  WS-VL-MTH-ACTUAL    PIC S9(11)V99.
               10  WS-VL-YTD-BUDGET    PIC S9(11)V99.
               10  WS-VL-YTD-ACTUAL    PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-FLAGGED-COUNT        PIC 9(5)      VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5)      VALUE 0.
           05  WS-TOT-MTH-BUDGET       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-MTH-ACTUAL       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-YTD-BUDGET       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-YTD-ACTUAL       PIC S9(11)V99 VALUE 0.

      *  Variance work fields shared by the month and year-to-date
      *  halves of a line.
       01  WS-VARIANCE-WORK.
           05  WS-WK-BUDGET            PIC S9(11)V99.
           05  WS-WK-ACTUAL            PIC S9(11)V99.
           05  WS-WK-VARIANCE          PIC S9(11)V99.
           05  WS-WK-ABS-BUDGET        PIC S9(11)V99.
           05  WS-WK-PCT               PIC S9(7)V9.
           05  WS-WK-ABS-PCT           PIC S9(7)V9.
           05  WS-WK-PCT-TEXT          PIC X(7).
           05  WS-WK-BEYOND-SW         PIC X.
               88  WS-WK-BEYOND        VALUE 'Y'.

       01  WS-PCT-EDIT                 PIC ----9.9.

       01  WS-MTH-BEYOND-SW            PIC X VALUE 'N'.
           88  WS-MTH-BEYOND           VALUE 'Y'.
       01  WS-YTD-BEYOND-SW            PIC X VALUE 'N'.
           88  WS-YTD-BEYOND           VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAVAR -'.
           05  FILLER                  PIC X(30) VALUE
                   ' BUDGET VS ACTUAL VARIANCE    '.
           05  FILLER                  PIC X(7)  VALUE ' MONTH '.
           05  WS-HDG-MONTH            PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
                   '  TOLERANCE % '.
           05  WS-HDG-TOLERANCE        PIC ZZ9.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(10) VALUE 'ACCT SITE '.
           05  FILLER                  PIC X(15) VALUE
                   '   MONTH BUDGET'.
           05  FILLER                  PIC X(15) VALUE
                   '   MONTH ACTUAL'.
           05  FILLER                  PIC X(15) VALUE
                   '       VARIANCE'.
           05  FILLER                  PIC X(9)  VALUE
                   '    VAR %'.
           05  FILLER                  PIC X(15) VALUE
                   '     YTD BUDGET'.
           05  FILLER                  PIC X(15) VALUE
                   '     YTD ACTUAL'.
           05  FILLER                  PIC X(15) VALUE
                   '   YTD VARIANCE'.
           05  FILLER                  PIC X(9)  VALUE
                   '    VAR %'.
           05  FILLER                  PIC X(14) VALUE
                   '  FLAG'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-KEY.
               10  WS-DTL-ACCT         PIC X(4).
               10  FILLER              PIC X.
               10  WS-DTL-SITE         PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-MTH-BUDGET       PIC ---,---,--9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-MTH-ACTUAL       PIC ---,---,--9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-MTH-VARIANCE     PIC ---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-MTH-PCT          PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-YTD-BUDGET       PIC ---,---,--9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-YTD-ACTUAL       PIC ---,---,--9.99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-YTD-VARIANCE     PIC ---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-YTD-PCT          PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-FLAG             PIC X(14).

       01  WS-RPT-FLAG-TOTAL.
           05  FILLER                  PIC X(30) VALUE
                   'LINES BEYOND TOLERANCE      # '.
           05  WS-FT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-RPT-OVERFLOW-LINE.
           05  FILLER                  PIC X(30) VALUE
                   '*** RECORDS NOT REPORTED -  # '.
           05  WS-OV-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE
                   '  ACCOUNT/SITE TABLE FULL ***'.
           05  FILLER                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-CONTROL-CARD
           PERFORM 200-LOAD-BUDGETS
           PERFORM 300-LOAD-ACTUALS-YTD
           PERFORM 320-LOAD-ACTUALS-HIST
           OPEN OUTPUT DATAVAR-RPT
           MOVE WS-REPORT-MONTH TO WS-HDG-MONTH
           MOVE WS-TOLERANCE-PCT TO WS-HDG-TOLERANCE
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 500-WRITE-VARIANCE-LINE
           END-PERFORM
           PERFORM 800-WRITE-REPORT-TOTALS
           CLOSE DATAVAR-RPT
           DISPLAY 'DATAVAR: ' WS-LINE-COUNT ' ACCOUNT/SITE LINES, '
               WS-FLAGGED-COUNT ' BEYOND TOLERANCE'
           STOP RUN.

       100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           OPEN INPUT VAR-CONTROL-IN
           IF WS-CTRL-STATUS = '00'
               READ VAR-CONTROL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VAR-CTRL-MONTH IS NUMERIC
                               AND VAR-CTRL-MONTH > 0
                           MOVE VAR-CTRL-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF VAR-CTRL-TOLERANCE IS NUMERIC
                           MOVE VAR-CTRL-TOLERANCE
                               TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE VAR-CONTROL-IN
           END-IF.

      *  Budget lines for the report year up to the report month make
      *  up the year to date; the report month's own line is also
      *  the month budget.
       200-LOAD-BUDGETS.
           OPEN INPUT BUDGET-IN
           IF WS-BUD-STATUS = '00'
               PERFORM UNTIL WS-BUD-STATUS = '10'
                   READ BUDGET-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 220-APPLY-BUDGET-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-IN
           END-IF
           IF WS-BUD-STATUS = '05'
               CLOSE BUDGET-IN
           END-IF.

       220-APPLY-BUDGET-LINE.
           IF BUD-MONTH IS NUMERIC AND BUD-AMOUNT IS NUMERIC
               MOVE BUD-MONTH TO WS-BUD-MONTH-PARTS
               IF WS-BUD-YEAR = WS-REPORT-YEAR
                       AND WS-BUD-MM NOT > WS-REPORT-MM
                   MOVE BUD-ACCT TO WS-LOOK-ACCT
                   MOVE BUD-SITE TO WS-LOOK-SITE
                   PERFORM 400-FIND-OR-ADD-LINE
                   IF WS-LINE-FOUND
                       ADD BUD-AMOUNT
                           TO WS-VL-YTD-BUDGET(WS-FOUND-SUB)
                       IF WS-BUD-MM = WS-REPORT-MM
                           ADD BUD-AMOUNT
                               TO WS-VL-MTH-BUDGET(WS-FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Closed months: the archive's detail records, headers skipped.
       300-LOAD-ACTUALS-YTD.
           OPEN INPUT DATA-YTD
           IF WS-YTD-STATUS = '00'
               PERFORM UNTIL WS-YTD-STATUS = '10'
                   READ DATA-YTD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DATA-YTD-RECORD(1:2) NOT = 'MH'
                               MOVE DATA-YTD-RECORD
                                   TO WS-ACTUAL-RECORD
                               PERFORM 350-APPLY-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-YTD
           END-IF
           IF WS-YTD-STATUS = '05'
               CLOSE DATA-YTD
           END-IF.

      *  Open month: everything still on the history file.
       320-LOAD-ACTUALS-HIST.
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DATA-HISTORY-RECORD
                               TO WS-ACTUAL-RECORD
                           PERFORM 350-APPLY-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF.

       350-APPLY-ACTUAL.
           IF ACT-RUN-DATE IS NUMERIC
                   AND ACT-ENTRY-AMOUNT IS NUMERIC
                   AND ACT-RUN-YEAR = WS-REPORT-YEAR
                   AND ACT-RUN-MM NOT > WS-REPORT-MM
               MOVE ACT-ENTRY-ACCT TO WS-LOOK-ACCT
               MOVE ACT-ENTRY-SITE TO WS-LOOK-SITE
               PERFORM 400-FIND-OR-ADD-LINE
               IF WS-LINE-FOUND
                   ADD ACT-ENTRY-AMOUNT
                       TO WS-VL-YTD-ACTUAL(WS-FOUND-SUB)
                   IF ACT-RUN-MM = WS-REPORT-MM
                       ADD ACT-ENTRY-AMOUNT
                           TO WS-VL-MTH-ACTUAL(WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      *  Locates the line for WS-LOOK-KEY, opening a new one in
      *  account/site order when it is not there yet.  A key that
      *  cannot be added because the table is full leaves its record
      *  counted and off the report.
       400-FIND-OR-ADD-LINE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-VL-KEY(WS-LINE-SUB) NOT < WS-LOOK-KEY
                   MOVE WS-LINE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               IF WS-VL-KEY(WS-FOUND-SUB) = WS-LOOK-KEY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           ELSE
               COMPUTE WS-FOUND-SUB = WS-LINE-COUNT + 1
           END-IF
           IF NOT WS-LINE-FOUND
               IF WS-LINE-COUNT < VAR-LINE-COMPILED-MAX
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB < WS-FOUND-SUB
                       MOVE WS-VAR-LINE(WS-SHIFT-SUB)
                           TO WS-VAR-LINE(WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LOOK-KEY TO WS-VL-KEY(WS-FOUND-SUB)
                   MOVE 0 TO WS-VL-MTH-BUDGET(WS-FOUND-SUB)
                   MOVE 0 TO WS-VL-MTH-ACTUAL(WS-FOUND-SUB)
                   MOVE 0 TO WS-VL-YTD-BUDGET(WS-FOUND-SUB)
                   MOVE 0 TO WS-VL-YTD-ACTUAL(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       500-WRITE-VARIANCE-LINE.
           MOVE WS-VL-ACCT(WS-LINE-SUB) TO WS-DTL-ACCT
           MOVE WS-VL-SITE(WS-LINE-SUB) TO WS-DTL-SITE
           MOVE WS-VL-MTH-BUDGET(WS-LINE-SUB) TO WS-WK-BUDGET
           MOVE WS-VL-MTH-ACTUAL(WS-LINE-SUB) TO WS-WK-ACTUAL
           PERFORM 550-COMPUTE-VARIANCE
           MOVE WS-WK-BUDGET TO WS-DTL-MTH-BUDGET
           MOVE WS-WK-ACTUAL TO WS-DTL-MTH-ACTUAL
           MOVE WS-WK-VARIANCE TO WS-DTL-MTH-VARIANCE
           MOVE WS-WK-PCT-TEXT TO WS-DTL-MTH-PCT
           MOVE WS-WK-BEYOND-SW TO WS-MTH-BEYOND-SW
           MOVE WS-VL-YTD-BUDGET(WS-LINE-SUB) TO WS-WK-BUDGET
           MOVE WS-VL-YTD-ACTUAL(WS-LINE-SUB) TO WS-WK-ACTUAL
           PERFORM 550-COMPUTE-VARIANCE
           MOVE WS-WK-BUDGET TO WS-DTL-YTD-BUDGET
           MOVE WS-WK-ACTUAL TO WS-DTL-YTD-ACTUAL
           MOVE WS-WK-VARIANCE TO WS-DTL-YTD-VARIANCE
           MOVE WS-WK-PCT-TEXT TO WS-DTL-YTD-PCT
           MOVE WS-WK-BEYOND-SW TO WS-YTD-BEYOND-SW
           EVALUATE TRUE
               WHEN WS-MTH-BEYOND AND WS-YTD-BEYOND
                   MOVE '*** MONTH+YTD' TO WS-DTL-FLAG
               WHEN WS-MTH-BEYOND
                   MOVE '*** MONTH' TO WS-DTL-FLAG
               WHEN WS-YTD-BEYOND
                   MOVE '*** YTD' TO WS-DTL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-FLAG
           END-EVALUATE
           IF WS-MTH-BEYOND OR WS-YTD-BEYOND
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           ADD WS-VL-MTH-BUDGET(WS-LINE-SUB) TO WS-TOT-MTH-BUDGET
           ADD WS-VL-MTH-ACTUAL(WS-LINE-SUB) TO WS-TOT-MTH-ACTUAL
           ADD WS-VL-YTD-BUDGET(WS-LINE-SUB) TO WS-TOT-YTD-BUDGET
           ADD WS-VL-YTD-ACTUAL(WS-LINE-SUB) TO WS-TOT-YTD-ACTUAL
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-DETAIL.

      *  Variance is actual less budget; the percent is taken of the
      *  budget's size so a credit budget reads the same way round.
      *  Actuals against a zero budget have no percent and are
      *  always beyond tolerance.
       550-COMPUTE-VARIANCE.
           COMPUTE WS-WK-VARIANCE = WS-WK-ACTUAL - WS-WK-BUDGET
           MOVE 'N' TO WS-WK-BEYOND-SW
           IF WS-WK-BUDGET = 0
               MOVE '    N/A' TO WS-WK-PCT-TEXT
               IF WS-WK-ACTUAL NOT = 0
                   MOVE 'Y' TO WS-WK-BEYOND-SW
               END-IF
           ELSE
               IF WS-WK-BUDGET < 0
                   COMPUTE WS-WK-ABS-BUDGET = 0 - WS-WK-BUDGET
               ELSE
                   MOVE WS-WK-BUDGET TO WS-WK-ABS-BUDGET
               END-IF
               COMPUTE WS-WK-PCT ROUNDED =
                   WS-WK-VARIANCE * 100 / WS-WK-ABS-BUDGET
                   ON SIZE ERROR
                       MOVE 9999999.9 TO WS-WK-PCT
               END-COMPUTE
               IF WS-WK-PCT < 0
                   COMPUTE WS-WK-ABS-PCT = 0 - WS-WK-PCT
               ELSE
                   MOVE WS-WK-PCT TO WS-WK-ABS-PCT
               END-IF
               IF WS-WK-ABS-PCT > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-WK-BEYOND-SW
               END-IF
               IF WS-WK-ABS-PCT > 9999.9
                   IF WS-WK-PCT < 0
                       MOVE ' <-9999' TO WS-WK-PCT-TEXT
                   ELSE
                       MOVE '  >9999' TO WS-WK-PCT-TEXT
                   END-IF
               ELSE
                   MOVE WS-WK-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-WK-PCT-TEXT
               END-IF
           END-IF.

       800-WRITE-REPORT-TOTALS.
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE 'TOTAL   ' TO WS-DTL-KEY
           MOVE WS-TOT-MTH-BUDGET TO WS-WK-BUDGET
           MOVE WS-TOT-MTH-ACTUAL TO WS-WK-ACTUAL
           PERFORM 550-COMPUTE-VARIANCE
           MOVE WS-WK-BUDGET TO WS-DTL-MTH-BUDGET
           MOVE WS-WK-ACTUAL TO WS-DTL-MTH-ACTUAL
           MOVE WS-WK-VARIANCE TO WS-DTL-MTH-VARIANCE
           MOVE WS-WK-PCT-TEXT TO WS-DTL-MTH-PCT
           MOVE WS-TOT-YTD-BUDGET TO WS-WK-BUDGET
           MOVE WS-TOT-YTD-ACTUAL TO WS-WK-ACTUAL
           PERFORM 550-COMPUTE-VARIANCE
           MOVE WS-WK-BUDGET TO WS-DTL-YTD-BUDGET
           MOVE WS-WK-ACTUAL TO WS-DTL-YTD-ACTUAL
           MOVE WS-WK-VARIANCE TO WS-DTL-YTD-VARIANCE
           MOVE WS-WK-PCT-TEXT TO WS-DTL-YTD-PCT
           MOVE SPACES TO WS-DTL-FLAG
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-DETAIL
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-FLAGGED-COUNT TO WS-FT-COUNT
           WRITE DATAVAR-RPT-RECORD FROM WS-RPT-FLAG-TOTAL
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-OV-COUNT
               WRITE DATAVAR-RPT-RECORD FROM WS-RPT-OVERFLOW-LINE
               DISPLAY 'DATAVAR: *** ' WS-OVERFLOW-COUNT
                   ' RECORDS NOT REPORTED - TABLE FULL ***'
           END-IF.
