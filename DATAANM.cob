      *****************************************************************
      *  DATAANM.cob
      *  Daily volume and amount anomaly alert.  Run after DATAARC,
      *  once the day's entries are on the history file: today's
      *  entry count and net amount, by site and by account code, are
      *  set against the average day of the trailing business days
      *  on the history, and any figure further from that average
      *  than the percentage bands allow is flagged.
      *
      *  Today is the run date of the DATAENT run stamp (DATAENTRID),
      *  the date DATAARC archived the day under; the current date
      *  stands in when there is no stamp.  The trailing days are the
      *  last N distinct run dates before today, taken from DATAHIST
      *  and, when the window reaches back past a month-end close,
      *  from the year-to-date archive (DATAYTD, month headers
      *  skipped).  The stream only runs on business days, so each
      *  run date on the history is a business day.
      *
      *  The control card (ANMCTRL) gives N (at most 60), the count
      *  band and the amount band in whole percent; without a card,
      *  or with a field left blank, 10 days and 50 percent apply.
      *  The amount compared is the net of the entries, credits and
      *  reversals included; its percent is taken of the average's
      *  size so a credit account reads the same way round.  A code
      *  with no trailing activity that has entries today is flagged
      *  as new.
      *
      *  Every site and account seen in the window or today prints
      *  on the alert report (DATAANMRPT) with its flag, and each
      *  alert is also written to the console.  A site that has a
      *  trailing average but sent nothing today is a hard warning:
      *  it is flagged as missing on the report and the console, and
      *  the program ends with return code 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAANM.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANM-CONTROL-IN ASSIGN TO "ANMCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT OPTIONAL DATA-YTD ASSIGN TO "DATAYTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL DATA-HISTORY ASSIGN TO "DATAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT DATAANM-RPT ASSIGN TO "DATAANMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One control card: trailing business days, count band and
      *  amount band in whole percent.
       FD  ANM-CONTROL-IN
           RECORDING MODE IS F.
       01  ANM-CONTROL-RECORD.
           05  ANM-CTRL-DAYS           PIC 9(2).
           05  FILLER                  PIC X.
           05  ANM-CTRL-COUNT-BAND     PIC 9(3).
           05  FILLER                  PIC X.
           05  ANM-CTRL-AMOUNT-BAND    PIC 9(3).
           05  ANM-CTRL-RESERVED       PIC X(70).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

      *  Year-to-date archive: 'MH' month headers followed by that
      *  month's history records unchanged.
       FD  DATA-YTD
           RECORDING MODE IS F.
       01  DATA-YTD-RECORD             PIC X(88).

       FD  DATA-HISTORY
           RECORDING MODE IS F.
       01  DATA-HISTORY-RECORD         PIC X(88).

       FD  DATAANM-RPT.
       01  DATAANM-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE 0.

       01  WS-ANM-CONTROLS.
           05  WS-TRAIL-DAYS           PIC 9(2)  VALUE 10.
           05  WS-COUNT-BAND-PCT       PIC 9(3)  VALUE 50.
           05  WS-AMOUNT-BAND-PCT      PIC 9(3)  VALUE 50.

      *  One history record, from either file, as the comparison sees
      *  it.
       01  WS-HIST-RECORD.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-ENTRY-IMAGE.
               COPY WSTABENT
                   REPLACING WS-ENTRY-ID          BY HST-ENTRY-ID
                             WS-ENTRY-DATE        BY HST-ENTRY-DATE
                             WS-ENTRY-AMOUNT      BY HST-ENTRY-AMOUNT
                             WS-ENTRY-DESCRIPTION BY
                                 HST-ENTRY-DESCRIPTION
                             WS-ENTRY-ACCT        BY HST-ENTRY-ACCT
                             WS-ENTRY-SITE        BY HST-ENTRY-SITE.

      *  The latest distinct run dates before today, oldest first.
      *  Must match the OCCURS ceiling on WS-TRAIL-DAY below, which is
      *  also the most trailing days a card may ask for.
       01  ANM-DAY-COMPILED-MAX        PIC 9(5) VALUE 60.
       01  WS-DAY-COUNT                PIC 9(5) VALUE 0.
       01  WS-DAY-SUB                  PIC 9(5) VALUE 0.
       01  WS-DAY-INSERT-SUB           PIC 9(5) VALUE 0.
       01  WS-DAY-FOUND-SW             PIC X VALUE 'N'.
           88  WS-DAY-FOUND            VALUE 'Y'.
       01  WS-TRAIL-DAY-TABLE.
           05  WS-TRAIL-DAY OCCURS 60 TIMES
                                       PIC 9(8).

      *  Must match the OCCURS ceiling on WS-ANM-LINE below.
       01  ANM-LINE-COMPILED-MAX       PIC 9(5) VALUE 999.
       01  WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(5) VALUE 0.
       01  WS-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-LINE-FOUND           VALUE 'Y'.

       01  WS-LOOK-KEY.
           05  WS-LOOK-TYPE            PIC X.
           05  WS-LOOK-CODE            PIC X(4).

      *  One line per account code ('A') and per site ('S'), kept in
      *  key order as lines are added so the report prints straight
      *  from it, the accounts ahead of the sites.
       01  WS-ANM-TABLE.
           05  WS-ANM-LINE OCCURS 999 TIMES.
               10  WS-AL-KEY.
                   15  WS-AL-TYPE      PIC X.
                       88  WS-AL-IS-SITE VALUE 'S'.
                   15  WS-AL-CODE      PIC X(4).
               10  WS-AL-TODAY-COUNT   PIC 9(7).
               10  WS-AL-TODAY-NET     PIC S9(11)V99.
               10  WS-AL-TRAIL-COUNT   PIC 9(9).
               10  WS-AL-TRAIL-NET     PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-TODAY-RECORDS        PIC 9(7)      VALUE 0.
           05  WS-TRAIL-RECORDS        PIC 9(9)      VALUE 0.
           05  WS-ALERT-COUNT          PIC 9(5)      VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(5)      VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5)      VALUE 0.

      *  Deviation work fields shared by the count and amount halves
      *  of a line.
       01  WS-DEVIATION-WORK.
           05  WS-WK-TODAY             PIC S9(11)V99.
           05  WS-WK-AVERAGE           PIC S9(11)V99.
           05  WS-WK-ABS-AVERAGE       PIC S9(11)V99.
           05  WS-WK-BAND              PIC 9(3).
           05  WS-WK-PCT               PIC S9(7)V9.
           05  WS-WK-ABS-PCT           PIC S9(7)V9.
           05  WS-WK-PCT-TEXT          PIC X(7).
           05  WS-WK-BEYOND-SW         PIC X.
               88  WS-WK-BEYOND        VALUE 'Y'.

       01  WS-PCT-EDIT                 PIC ----9.9.

       01  WS-COUNT-BEYOND-SW          PIC X VALUE 'N'.
           88  WS-COUNT-BEYOND         VALUE 'Y'.
       01  WS-AMOUNT-BEYOND-SW         PIC X VALUE 'N'.
           88  WS-AMOUNT-BEYOND        VALUE 'Y'.
       01  WS-SITE-MISSING-SW          PIC X VALUE 'N'.
           88  WS-SITE-MISSING         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAANM -'.
           05  FILLER                  PIC X(30) VALUE
                   ' VOLUME AND AMOUNT ANOMALIES  '.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(16) VALUE
                   '  TRAILING DAYS '.
           05  WS-HDG-DAYS             PIC Z9.
           05  FILLER                  PIC X(15) VALUE
                   '  COUNT BAND % '.
           05  WS-HDG-COUNT-BAND       PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE
                   '  AMOUNT BAND % '.
           05  WS-HDG-AMOUNT-BAND      PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RPT-WINDOW-LINE.
           05  FILLER                  PIC X(30) VALUE
                   'TRAILING BUSINESS DAYS FOUND  '.
           05  WS-WIN-DAYS             PIC Z9.
           05  FILLER                  PIC X(7)  VALUE '  FROM '.
           05  WS-WIN-FROM-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  WS-WIN-TO-DATE          PIC 9(8).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-RPT-NO-HISTORY-LINE.
           05  FILLER                  PIC X(50) VALUE
                   '*** NO TRAILING HISTORY - NOTHING COMPARED ***'.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(14) VALUE
                   'TYPE    CODE  '.
           05  FILLER                  PIC X(9)  VALUE 'TODAY #  '.
           05  FILLER                  PIC X(11) VALUE
                   'AVERAGE #  '.
           05  FILLER                  PIC X(9)  VALUE
                   '  CNT %  '.
           05  FILLER                  PIC X(16) VALUE
                   '     TODAY NET  '.
           05  FILLER                  PIC X(16) VALUE
                   '   AVERAGE NET  '.
           05  FILLER                  PIC X(9)  VALUE
                   '  NET %  '.
           05  FILLER                  PIC X(48) VALUE 'FLAG'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-TYPE             PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-CODE             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TODAY-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AVG-COUNT        PIC ZZZ,ZZ9.9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-COUNT-PCT        PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TODAY-NET        PIC ---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AVG-NET          PIC ---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AMOUNT-PCT       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(48).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(30) VALUE
                   'ENTRIES TODAY               # '.
           05  WS-TL-TODAY-RECORDS     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE
                   '   TRAILING ENTRIES         # '.
           05  WS-TL-TRAIL-RECORDS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-RPT-ALERT-TOTAL.
           05  FILLER                  PIC X(30) VALUE
                   'LINES BEYOND BAND           # '.
           05  WS-AT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(30) VALUE
                   '   SITES MISSING TODAY      # '.
           05  WS-AT-MISSING           PIC ZZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-RPT-OVERFLOW-LINE.
           05  FILLER                  PIC X(30) VALUE
                   '*** RECORDS NOT REPORTED -  # '.
           05  WS-OV-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE
                   '  SITE/ACCOUNT TABLE FULL ***'.
           05  FILLER                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 100-READ-CONTROL-CARD
           PERFORM 200-FIND-TRAILING-DAYS
           PERFORM 300-LOAD-DAY-TOTALS
           OPEN OUTPUT DATAANM-RPT
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-TRAIL-DAYS TO WS-HDG-DAYS
           MOVE WS-COUNT-BAND-PCT TO WS-HDG-COUNT-BAND
           MOVE WS-AMOUNT-BAND-PCT TO WS-HDG-AMOUNT-BAND
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-BLANK
           IF WS-DAY-COUNT = 0
               WRITE DATAANM-RPT-RECORD FROM WS-RPT-NO-HISTORY-LINE
               DISPLAY 'DATAANM: NO TRAILING HISTORY BEFORE '
                   WS-RUN-DATE ' - NOTHING COMPARED'
           ELSE
               MOVE WS-DAY-COUNT TO WS-WIN-DAYS
               MOVE WS-TRAIL-DAY(1) TO WS-WIN-FROM-DATE
               MOVE WS-TRAIL-DAY(WS-DAY-COUNT) TO WS-WIN-TO-DATE
               WRITE DATAANM-RPT-RECORD FROM WS-RPT-WINDOW-LINE
               WRITE DATAANM-RPT-RECORD FROM WS-RPT-BLANK
               WRITE DATAANM-RPT-RECORD FROM WS-RPT-COLUMNS
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   PERFORM 500-WRITE-ANOMALY-LINE
               END-PERFORM
           END-IF
           PERFORM 800-WRITE-REPORT-TOTALS
           CLOSE DATAANM-RPT
           DISPLAY 'DATAANM: ' WS-LINE-COUNT ' SITE/ACCOUNT LINES, '
               WS-ALERT-COUNT ' BEYOND BAND, ' WS-MISSING-COUNT
               ' SITES MISSING'
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  Today is the date of the DATAENT run the day's history was
      *  archived under; the current date only stands in when no run
      *  stamp exists.
       050-READ-RUN-ID.
           OPEN INPUT DATAENT-RUNID
           IF WS-RID-STATUS = '00'
               READ DATAENT-RUNID INTO WS-RUN-STAMP
                   AT END
                       CONTINUE
               END-READ
               CLOSE DATAENT-RUNID
           END-IF
           IF WS-RUN-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           END-IF.

       100-READ-CONTROL-CARD.
           OPEN INPUT ANM-CONTROL-IN
           IF WS-CTRL-STATUS = '00'
               READ ANM-CONTROL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANM-CTRL-DAYS IS NUMERIC
                               AND ANM-CTRL-DAYS > 0
                           MOVE ANM-CTRL-DAYS TO WS-TRAIL-DAYS
                       END-IF
                       IF ANM-CTRL-COUNT-BAND IS NUMERIC
                           MOVE ANM-CTRL-COUNT-BAND
                               TO WS-COUNT-BAND-PCT
                       END-IF
                       IF ANM-CTRL-AMOUNT-BAND IS NUMERIC
                           MOVE ANM-CTRL-AMOUNT-BAND
                               TO WS-AMOUNT-BAND-PCT
                       END-IF
               END-READ
               CLOSE ANM-CONTROL-IN
           END-IF
           IF WS-TRAIL-DAYS > ANM-DAY-COMPILED-MAX
               DISPLAY 'DATAANM: TRAILING DAYS ' WS-TRAIL-DAYS
                   ' CUT TO ' ANM-DAY-COMPILED-MAX
               MOVE ANM-DAY-COMPILED-MAX TO WS-TRAIL-DAYS
           END-IF.

      *  First pass: the latest N distinct run dates before today.
       200-FIND-TRAILING-DAYS.
           OPEN INPUT DATA-YTD
           IF WS-YTD-STATUS = '00'
               PERFORM UNTIL WS-YTD-STATUS = '10'
                   READ DATA-YTD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DATA-YTD-RECORD(1:2) NOT = 'MH'
                               MOVE DATA-YTD-RECORD TO WS-HIST-RECORD
                               PERFORM 250-NOTE-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-YTD
           END-IF
           IF WS-YTD-STATUS = '05'
               CLOSE DATA-YTD
           END-IF
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DATA-HISTORY-RECORD TO WS-HIST-RECORD
                           PERFORM 250-NOTE-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF.

      *  Keeps the table to the latest WS-TRAIL-DAYS dates in date
      *  order: a new date goes in at its place, and once the table
      *  is full the oldest date drops off the front.
       250-NOTE-RUN-DATE.
           IF HST-RUN-DATE IS NUMERIC AND HST-RUN-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-DAY-FOUND-SW
               MOVE 0 TO WS-DAY-INSERT-SUB
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                          OR WS-DAY-INSERT-SUB > 0
                   IF WS-TRAIL-DAY(WS-DAY-SUB) NOT < HST-RUN-DATE
                       MOVE WS-DAY-SUB TO WS-DAY-INSERT-SUB
                   END-IF
               END-PERFORM
               IF WS-DAY-INSERT-SUB > 0
                   IF WS-TRAIL-DAY(WS-DAY-INSERT-SUB) = HST-RUN-DATE
                       MOVE 'Y' TO WS-DAY-FOUND-SW
                   END-IF
               ELSE
                   COMPUTE WS-DAY-INSERT-SUB = WS-DAY-COUNT + 1
               END-IF
               IF NOT WS-DAY-FOUND
                   IF WS-DAY-COUNT < WS-TRAIL-DAYS
                       PERFORM VARYING WS-SHIFT-SUB FROM WS-DAY-COUNT
                               BY -1
                               UNTIL WS-SHIFT-SUB < WS-DAY-INSERT-SUB
                           MOVE WS-TRAIL-DAY(WS-SHIFT-SUB)
                               TO WS-TRAIL-DAY(WS-SHIFT-SUB + 1)
                       END-PERFORM
                       ADD 1 TO WS-DAY-COUNT
                       MOVE HST-RUN-DATE
                           TO WS-TRAIL-DAY(WS-DAY-INSERT-SUB)
                   ELSE
                       IF WS-DAY-INSERT-SUB > 1
                           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                                   UNTIL WS-SHIFT-SUB
                                       >= WS-DAY-INSERT-SUB - 1
                               MOVE WS-TRAIL-DAY(WS-SHIFT-SUB + 1)
                                   TO WS-TRAIL-DAY(WS-SHIFT-SUB)
                           END-PERFORM
                           MOVE HST-RUN-DATE
                               TO WS-TRAIL-DAY(WS-DAY-INSERT-SUB - 1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Second pass: today's and the trailing days' totals by site
      *  and by account.
       300-LOAD-DAY-TOTALS.
           OPEN INPUT DATA-YTD
           IF WS-YTD-STATUS = '00'
               PERFORM UNTIL WS-YTD-STATUS = '10'
                   READ DATA-YTD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DATA-YTD-RECORD(1:2) NOT = 'MH'
                               MOVE DATA-YTD-RECORD TO WS-HIST-RECORD
                               PERFORM 350-APPLY-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-YTD
           END-IF
           IF WS-YTD-STATUS = '05'
               CLOSE DATA-YTD
           END-IF
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DATA-HISTORY-RECORD TO WS-HIST-RECORD
                           PERFORM 350-APPLY-HISTORY
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF.

      *  Every run date from the oldest kept date up to yesterday is
      *  in the window, since the table holds the latest dates.
       350-APPLY-HISTORY.
           IF HST-RUN-DATE IS NUMERIC AND HST-ENTRY-AMOUNT IS NUMERIC
               IF HST-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-TODAY-RECORDS
                   MOVE 'S' TO WS-LOOK-TYPE
                   MOVE HST-ENTRY-SITE TO WS-LOOK-CODE
                   PERFORM 360-ADD-TODAY
                   MOVE 'A' TO WS-LOOK-TYPE
                   MOVE HST-ENTRY-ACCT TO WS-LOOK-CODE
                   PERFORM 360-ADD-TODAY
               ELSE
                   IF WS-DAY-COUNT > 0
                           AND HST-RUN-DATE NOT < WS-TRAIL-DAY(1)
                           AND HST-RUN-DATE < WS-RUN-DATE
                       ADD 1 TO WS-TRAIL-RECORDS
                       MOVE 'S' TO WS-LOOK-TYPE
                       MOVE HST-ENTRY-SITE TO WS-LOOK-CODE
                       PERFORM 370-ADD-TRAILING
                       MOVE 'A' TO WS-LOOK-TYPE
                       MOVE HST-ENTRY-ACCT TO WS-LOOK-CODE
                       PERFORM 370-ADD-TRAILING
                   END-IF
               END-IF
           END-IF.

       360-ADD-TODAY.
           PERFORM 400-FIND-OR-ADD-LINE
           IF WS-LINE-FOUND
               ADD 1 TO WS-AL-TODAY-COUNT(WS-FOUND-SUB)
               ADD HST-ENTRY-AMOUNT TO WS-AL-TODAY-NET(WS-FOUND-SUB)
           END-IF.

       370-ADD-TRAILING.
           PERFORM 400-FIND-OR-ADD-LINE
           IF WS-LINE-FOUND
               ADD 1 TO WS-AL-TRAIL-COUNT(WS-FOUND-SUB)
               ADD HST-ENTRY-AMOUNT TO WS-AL-TRAIL-NET(WS-FOUND-SUB)
           END-IF.

      *  Locates the line for WS-LOOK-KEY, opening a new one in key
      *  order when it is not there yet.  A key that cannot be added
      *  because the table is full leaves its record counted and off
      *  the report.
       400-FIND-OR-ADD-LINE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-AL-KEY(WS-LINE-SUB) NOT < WS-LOOK-KEY
                   MOVE WS-LINE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               IF WS-AL-KEY(WS-FOUND-SUB) = WS-LOOK-KEY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           ELSE
               COMPUTE WS-FOUND-SUB = WS-LINE-COUNT + 1
           END-IF
           IF NOT WS-LINE-FOUND
               IF WS-LINE-COUNT < ANM-LINE-COMPILED-MAX
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB < WS-FOUND-SUB
                       MOVE WS-ANM-LINE(WS-SHIFT-SUB)
                           TO WS-ANM-LINE(WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LOOK-KEY TO WS-AL-KEY(WS-FOUND-SUB)
                   MOVE 0 TO WS-AL-TODAY-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-AL-TODAY-NET(WS-FOUND-SUB)
                   MOVE 0 TO WS-AL-TRAIL-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-AL-TRAIL-NET(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       500-WRITE-ANOMALY-LINE.
           IF WS-AL-IS-SITE(WS-LINE-SUB)
               MOVE 'SITE' TO WS-DTL-TYPE
           ELSE
               MOVE 'ACCOUNT' TO WS-DTL-TYPE
           END-IF
           MOVE WS-AL-CODE(WS-LINE-SUB) TO WS-DTL-CODE
           MOVE WS-AL-TODAY-COUNT(WS-LINE-SUB) TO WS-WK-TODAY
           COMPUTE WS-WK-AVERAGE ROUNDED =
               WS-AL-TRAIL-COUNT(WS-LINE-SUB) / WS-DAY-COUNT
           MOVE WS-COUNT-BAND-PCT TO WS-WK-BAND
           PERFORM 550-COMPUTE-DEVIATION
           MOVE WS-AL-TODAY-COUNT(WS-LINE-SUB) TO WS-DTL-TODAY-COUNT
           MOVE WS-WK-AVERAGE TO WS-DTL-AVG-COUNT
           MOVE WS-WK-PCT-TEXT TO WS-DTL-COUNT-PCT
           MOVE WS-WK-BEYOND-SW TO WS-COUNT-BEYOND-SW
           MOVE WS-AL-TODAY-NET(WS-LINE-SUB) TO WS-WK-TODAY
           COMPUTE WS-WK-AVERAGE ROUNDED =
               WS-AL-TRAIL-NET(WS-LINE-SUB) / WS-DAY-COUNT
           MOVE WS-AMOUNT-BAND-PCT TO WS-WK-BAND
           PERFORM 550-COMPUTE-DEVIATION
           MOVE WS-WK-TODAY TO WS-DTL-TODAY-NET
           MOVE WS-WK-AVERAGE TO WS-DTL-AVG-NET
           MOVE WS-WK-PCT-TEXT TO WS-DTL-AMOUNT-PCT
           MOVE WS-WK-BEYOND-SW TO WS-AMOUNT-BEYOND-SW
           MOVE 'N' TO WS-SITE-MISSING-SW
           IF WS-AL-IS-SITE(WS-LINE-SUB)
                   AND WS-AL-TODAY-COUNT(WS-LINE-SUB) = 0
                   AND WS-AL-TRAIL-COUNT(WS-LINE-SUB) > 0
               MOVE 'Y' TO WS-SITE-MISSING-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-SITE-MISSING
                   MOVE '*** MISSING SITE - NO ENTRIES TODAY'
                       TO WS-DTL-FLAG
               WHEN WS-AL-TRAIL-COUNT(WS-LINE-SUB) = 0
                   MOVE '*** NEW - NO TRAILING ACTIVITY' TO WS-DTL-FLAG
               WHEN WS-COUNT-BEYOND AND WS-AMOUNT-BEYOND
                   MOVE '*** COUNT+AMOUNT' TO WS-DTL-FLAG
               WHEN WS-COUNT-BEYOND
                   MOVE '*** COUNT' TO WS-DTL-FLAG
               WHEN WS-AMOUNT-BEYOND
                   MOVE '*** AMOUNT' TO WS-DTL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-FLAG
           END-EVALUATE
           IF WS-SITE-MISSING
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'DATAANM: *** HARD WARNING - SITE '
                   WS-AL-CODE(WS-LINE-SUB) ' SENT NO ENTRIES FOR '
                   WS-RUN-DATE ' (AVERAGE ' WS-DTL-AVG-COUNT
                   ' A DAY) ***'
           ELSE
               IF WS-DTL-FLAG NOT = SPACES
                   ADD 1 TO WS-ALERT-COUNT
                   DISPLAY 'DATAANM: ' WS-DTL-TYPE ' '
                       WS-DTL-CODE ' COUNT ' WS-DTL-TODAY-COUNT
                       ' AVG ' WS-DTL-AVG-COUNT ' NET '
                       WS-DTL-TODAY-NET ' AVG ' WS-DTL-AVG-NET
                       ' ' WS-DTL-FLAG
               END-IF
           END-IF
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-DETAIL.

      *  Deviation is today less the average day, as a percent of the
      *  average's size.  Activity today against a zero average has
      *  no percent and is always beyond the band.
       550-COMPUTE-DEVIATION.
           MOVE 'N' TO WS-WK-BEYOND-SW
           IF WS-WK-AVERAGE = 0
               MOVE '    N/A' TO WS-WK-PCT-TEXT
               IF WS-WK-TODAY NOT = 0
                   MOVE 'Y' TO WS-WK-BEYOND-SW
               END-IF
           ELSE
               IF WS-WK-AVERAGE < 0
                   COMPUTE WS-WK-ABS-AVERAGE = 0 - WS-WK-AVERAGE
               ELSE
                   MOVE WS-WK-AVERAGE TO WS-WK-ABS-AVERAGE
               END-IF
               COMPUTE WS-WK-PCT ROUNDED =
                   (WS-WK-TODAY - WS-WK-AVERAGE) * 100
                       / WS-WK-ABS-AVERAGE
                   ON SIZE ERROR
                       MOVE 9999999.9 TO WS-WK-PCT
               END-COMPUTE
               IF WS-WK-PCT < 0
                   COMPUTE WS-WK-ABS-PCT = 0 - WS-WK-PCT
               ELSE
                   MOVE WS-WK-PCT TO WS-WK-ABS-PCT
               END-IF
               IF WS-WK-ABS-PCT > WS-WK-BAND
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
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TODAY-RECORDS TO WS-TL-TODAY-RECORDS
           MOVE WS-TRAIL-RECORDS TO WS-TL-TRAIL-RECORDS
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE WS-ALERT-COUNT TO WS-AT-COUNT
           MOVE WS-MISSING-COUNT TO WS-AT-MISSING
           WRITE DATAANM-RPT-RECORD FROM WS-RPT-ALERT-TOTAL
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-OV-COUNT
               WRITE DATAANM-RPT-RECORD FROM WS-RPT-OVERFLOW-LINE
               DISPLAY 'DATAANM: *** ' WS-OVERFLOW-COUNT
                   ' RECORDS NOT REPORTED - TABLE FULL ***'
           END-IF.
