      *  declared figures, so a month we cannot prove is never
      *  archived.  The close report (DATACLSRPT) shows the declared
      *  and actual figures and the disposition either way.
      *
      *  Every month closed is recorded on the closed-period file
      *  (CLSPRD: month, close date, count, amount), which the
      *  posting lock (DATAPPA) reads to keep entries dated in a
      *  closed month out of the open period.  A month already on
      *  the file is refused a second close the same way an
      *  out-of-balance month is.
      *
      *  DATADRV schedules this step itself, after DATAPER, on the
      *  first run following a month's last business day, writing
      *  the close card from DATAPER's month-total control file; the
      *  program can still be run on its own with a keyed card.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACLS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL CLOSED-PERIODS ASSIGN TO "CLSPRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT DATA-HISTORY-NEW ASSIGN TO "DATAHISTNW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           RECORDING MODE IS F.
       01  DATA-YTD-RECORD             PIC X(88).

      *  One record per closed month, appended as each close cuts.
       FD  CLOSED-PERIODS
           RECORDING MODE IS F.
       01  CLOSED-PERIOD-RECORD.
           05  PRD-MONTH               PIC 9(6).
           05  PRD-CLOSE-DATE          PIC 9(8).
           05  PRD-COUNT               PIC 9(7).
           05  PRD-AMOUNT              PIC S9(11)V99.

       FD  DATA-HISTORY-NEW
           RECORDING MODE IS F.
       01  DATA-HISTORY-NEW-RECORD     PIC X(88).
           05  WS-HIS-STATUS           PIC XX.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-NEW-STATUS           PIC XX.
           05  WS-PRD-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-CLOSE-CONTROLS.
               88  WS-CARD-SEEN        VALUE 'Y'.
           05  WS-BALANCE-SW           PIC X VALUE 'N'.
               88  WS-MONTH-BALANCES   VALUE 'Y'.
           05  WS-CLOSED-SW            PIC X VALUE 'N'.
               88  WS-ALREADY-CLOSED   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MONTH-COUNT          PIC 9(7)      VALUE 0.
               WRITE DATACLS-RPT-RECORD FROM WS-RPT-DISPOSITION-LINE
               CLOSE DATACLS-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 150-CHECK-MONTH-NOT-CLOSED
           IF WS-ALREADY-CLOSED
               DISPLAY 'DATACLS: *** MONTH ' WS-CLOSE-MONTH
                   ' IS ALREADY CLOSED - NOT CUT AGAIN ***'
               MOVE '*** MONTH ALREADY CLOSED - NOTHING DONE ***'
                   TO WS-DP-TEXT
               WRITE DATACLS-RPT-RECORD FROM WS-RPT-DISPOSITION-LINE
               CLOSE DATACLS-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-BALANCE-CLOSE-MONTH
           PERFORM 400-WRITE-BALANCE-LINE
           IF WS-MONTH-BALANCES
               PERFORM 500-CUT-HISTORY-AT-MONTH
               PERFORM 600-REWRITE-HISTORY-FRESH
               PERFORM 700-RECORD-CLOSED-PERIOD
               MOVE 'MONTH CLOSED AND ROLLED TO YEAR-TO-DATE ARCHIVE'
                   TO WS-DP-TEXT
               WRITE DATACLS-RPT-RECORD FROM WS-RPT-DISPOSITION-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DATACLS-RPT
           GOBACK.

       100-READ-CLOSE-CARD.
           OPEN INPUT CLS-CONTROL-IN
               CLOSE CLS-CONTROL-IN
           END-IF.

       150-CHECK-MONTH-NOT-CLOSED.
           OPEN INPUT CLOSED-PERIODS
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL WS-PRD-STATUS = '10'
                   READ CLOSED-PERIODS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRD-MONTH = WS-CLOSE-MONTH
                               MOVE 'Y' TO WS-CLOSED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS
           END-IF
           IF WS-PRD-STATUS = '05'
               CLOSE CLOSED-PERIODS
           END-IF.

      *  First pass proves the month before anything is written: the
      *  close-month records on DATAHIST must carry exactly the count
      *  and net amount the period report declared.
           END-PERFORM
           CLOSE DATA-HISTORY-NEW
           CLOSE DATA-HISTORY.

      *  The close is recorded only once the archive and the fresh
      *  history are both written, so the lock never names a month
      *  that did not finish closing.
       700-RECORD-CLOSED-PERIOD.
           OPEN EXTEND CLOSED-PERIODS
           IF WS-PRD-STATUS NOT = '00' AND WS-PRD-STATUS NOT = '05'
               OPEN OUTPUT CLOSED-PERIODS
           END-IF
           MOVE WS-CLOSE-MONTH TO PRD-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-CLOSE-DATE
           MOVE WS-MONTH-COUNT TO PRD-COUNT
           MOVE WS-MONTH-AMOUNT TO PRD-AMOUNT
           WRITE CLOSED-PERIOD-RECORD
           CLOSE CLOSED-PERIODS.
