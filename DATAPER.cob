      *  with a month total, followed by the day-by-day reject trend
      *  pulled from the DATAENT-CNT counter file, so month-end no
      *  longer means adding up thirty daily printouts.
      *
      *  The month totals are also written to a control file
      *  (DATAPERCNT), one line per posting month on the history
      *  laid out as DATACLS's close card (month, count, net amount),
      *  so that when DATADRV schedules the month-end close itself it
      *  declares to DATACLS exactly the figures this report proved.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAPER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

           SELECT DATAPER-CNT ASSIGN TO "DATAPERCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCN-STATUS.

           SELECT DATAPER-RPT ASSIGN TO "DATAPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  DATAENT-CNT.
       01  DATAENT-CNT-RECORD           PIC X(26).

      *  One line per posting month: the close card's layout.
       FD  DATAPER-CNT.
       01  DATAPER-CNT-RECORD.
           05  PCN-MONTH               PIC 9(6).
           05  FILLER                  PIC X.
           05  PCN-COUNT               PIC 9(7).
           05  FILLER                  PIC X.
           05  PCN-AMOUNT              PIC S9(11)V99.
           05  PCN-RESERVED            PIC X(52).

       FD  DATAPER-RPT.
       01  DATAPER-RPT-RECORD          PIC X(132).

       01  WS-FILE-STATUSES.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-CNT-STATUS           PIC XX.
           05  WS-PCN-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-COUNTERS.
               10  WS-DAY-ENTRY-COUNT   PIC 9(5).
               10  WS-DAY-ENTRY-AMOUNT  PIC S9(11)V99.

      *  Must match the OCCURS ceiling on WS-PERIOD-MONTH below; the
      *  history normally holds one month, two around a close.
       01  TBL-MONTH-COMPILED-MAX      PIC 9(5) VALUE 24.
       01  WS-PERIOD-MONTH-COUNT       PIC 9(5) VALUE 0.
       01  WS-PERIOD-MONTH-SUB         PIC 9(5) VALUE 0.
       01  WS-PERIOD-MATCH-SUB         PIC 9(5) VALUE 0.

       01  WS-PERIOD-MONTHS.
           05  WS-PERIOD-MONTH OCCURS 24 TIMES.
               10  WS-PM-MONTH         PIC 9(6).
               10  WS-PM-COUNT         PIC 9(7).
               10  WS-PM-AMOUNT        PIC S9(11)V99.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAPER -'.
           05  FILLER                  PIC X(26) VALUE
           PERFORM 300-WRITE-DAY-SUMMARY
           PERFORM 500-WRITE-REJECT-TREND
           CLOSE DATAPER-RPT
           PERFORM 600-WRITE-MONTH-CONTROLS
           GOBACK.

       100-ACCUMULATE-HISTORY.
           OPEN INPUT DATA-HISTORY
                           ADD 1 TO WS-MONTH-COUNT
                           ADD HIS-ENTRY-AMOUNT TO WS-MONTH-AMOUNT
                           PERFORM 200-ACCUMULATE-DAY-TOTAL
                           PERFORM 250-ACCUMULATE-MONTH-TOTAL
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
                   TO WS-DAY-ENTRY-AMOUNT(WS-MATCH-IDX)
           END-IF.

      *  A month past the table ceiling is left off the control file;
      *  DATADRV then finds no figures to declare and holds the close.
       250-ACCUMULATE-MONTH-TOTAL.
           MOVE 0 TO WS-PERIOD-MATCH-SUB
           PERFORM VARYING WS-PERIOD-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-MONTH-SUB > WS-PERIOD-MONTH-COUNT
               IF WS-PM-MONTH(WS-PERIOD-MONTH-SUB)
                       = HIS-RUN-DATE(1:6)
                   MOVE WS-PERIOD-MONTH-SUB TO WS-PERIOD-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-PERIOD-MATCH-SUB = 0
                   AND WS-PERIOD-MONTH-COUNT < TBL-MONTH-COMPILED-MAX
               ADD 1 TO WS-PERIOD-MONTH-COUNT
               MOVE WS-PERIOD-MONTH-COUNT TO WS-PERIOD-MATCH-SUB
               MOVE HIS-RUN-DATE(1:6)
                   TO WS-PM-MONTH(WS-PERIOD-MATCH-SUB)
               MOVE 0 TO WS-PM-COUNT(WS-PERIOD-MATCH-SUB)
               MOVE 0 TO WS-PM-AMOUNT(WS-PERIOD-MATCH-SUB)
           END-IF
           IF WS-PERIOD-MATCH-SUB > 0
               ADD 1 TO WS-PM-COUNT(WS-PERIOD-MATCH-SUB)
               ADD HIS-ENTRY-AMOUNT
                   TO WS-PM-AMOUNT(WS-PERIOD-MATCH-SUB)
           END-IF.

       300-WRITE-DAY-SUMMARY.
           WRITE DATAPER-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DATAPER-RPT-RECORD FROM WS-RPT-DAY-HDG
               END-PERFORM
               CLOSE DATAENT-CNT
           END-IF.

       600-WRITE-MONTH-CONTROLS.
           OPEN OUTPUT DATAPER-CNT
           PERFORM VARYING WS-PERIOD-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-MONTH-SUB > WS-PERIOD-MONTH-COUNT
               MOVE SPACES TO DATAPER-CNT-RECORD
               MOVE WS-PM-MONTH(WS-PERIOD-MONTH-SUB) TO PCN-MONTH
               MOVE WS-PM-COUNT(WS-PERIOD-MONTH-SUB) TO PCN-COUNT
               MOVE WS-PM-AMOUNT(WS-PERIOD-MONTH-SUB) TO PCN-AMOUNT
               WRITE DATAPER-CNT-RECORD
           END-PERFORM
           CLOSE DATAPER-CNT.
