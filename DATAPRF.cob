      *  report's grand total and the GL trailer was done by hand.
      *  This final step of the DATADRV stream gathers the counts and
      *  amounts the steps already produced (the edited stream, the
      *  DATAPPA, DATALIM and DATAENT counter files, the batch
      *  balancing report, the edit reject and duplicate exception
      *  files, the finished table, the GL extract trailer) and
      *  prints a
      *  one-page proof sheet (DATAPRFRPT) for the run stamp showing
      *  the chain link by link, record-for-record and
      *  dollar-for-dollar.  Any link that does not tie puts a
      *  return code.
      *
      *  The links proven:
      *    1  DATAVAL's clean details, less DATAPPA's closed-period
      *       holds and DATALIM's holds, plus the releases from each,
      *       are all accounted for by the load as loaded or
      *       rejected;
      *    2  the latest DATAENT load count carries unchanged through
      *       the sort (DATASRTOUT record count);
      *    3  the sorted count minus the duplicate exceptions equals
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.

           SELECT OPTIONAL DATAPPA-CNT ASSIGN TO "DATAPPACNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCN-STATUS.

           SELECT OPTIONAL DATALIM-CNT ASSIGN TO "DATALIMCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  The edited stream DATAPPA screens; only its detail records
      *  count - batch control records ('BH'/'BT', see DATAENT.cob)
      *  steer balancing and never reach the table.
       FD  DATAVAL-OUT
               88  VAL-IS-BATCH-CTRL   VALUE 'BH' 'BT'.
           05  FILLER                  PIC X(78).

       FD  DATAPPA-CNT.
       01  DATAPPA-CNT-RECORD          PIC X(38).

       FD  DATALIM-CNT.
       01  DATALIM-CNT-RECORD          PIC X(38).

       01  WS-FILE-STATUSES.
           05  WS-VAL-STATUS           PIC XX.
           05  WS-LCN-STATUS           PIC XX.
           05  WS-PCN-STATUS           PIC XX.
           05  WS-BAL-STATUS           PIC XX.
           05  WS-CNT-STATUS           PIC XX.
           05  WS-REJ-STATUS           PIC XX.
           05  FILLER                  PIC X.
           05  LCN-AGED-COUNT          PIC 9(5).

      *  Mirrors WS-PPA-CNT-LINE, which DATAPPA writes each run in
      *  DATALIM's layout.
       01  WS-PPA-CNT-LINE.
           05  PCN-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  PCN-READ-COUNT          PIC 9(5).
           05  FILLER                  PIC X.
           05  PCN-PASS-COUNT          PIC 9(5).
           05  FILLER                  PIC X.
           05  PCN-HELD-COUNT          PIC 9(5).
           05  FILLER                  PIC X.
           05  PCN-RELEASE-COUNT       PIC 9(5).
           05  FILLER                  PIC X.
           05  PCN-AGED-COUNT          PIC 9(5).

       01  WS-CNT-LINE.
           05  CNT-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X.

       01  WS-GATHERED-FIGURES.
           05  WS-VAL-DETAIL-COUNT     PIC 9(5)      VALUE 0.
           05  WS-PPA-HELD-COUNT       PIC 9(5)      VALUE 0.
           05  WS-PPA-RELEASE-COUNT    PIC 9(5)      VALUE 0.
           05  WS-LIM-HELD-COUNT       PIC 9(5)      VALUE 0.
           05  WS-LIM-RELEASE-COUNT    PIC 9(5)      VALUE 0.
           05  WS-LIM-SEEN-SW          PIC X VALUE 'N'.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 060-COUNT-VALIDATED-DETAILS
           PERFORM 065-GATHER-LOCK-COUNTERS
           PERFORM 070-GATHER-LIMIT-COUNTERS
           PERFORM 080-GATHER-BATCH-BALANCE
           PERFORM 100-GATHER-COUNTER-FILE
               CLOSE DATAVAL-OUT
           END-IF.

       065-GATHER-LOCK-COUNTERS.
           OPEN INPUT DATAPPA-CNT
           IF WS-PCN-STATUS = '00'
               READ DATAPPA-CNT INTO WS-PPA-CNT-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCN-HELD-COUNT TO WS-PPA-HELD-COUNT
                       MOVE PCN-RELEASE-COUNT
                           TO WS-PPA-RELEASE-COUNT
               END-READ
               CLOSE DATAPPA-CNT
           END-IF.

       070-GATHER-LIMIT-COUNTERS.
           OPEN INPUT DATALIM-CNT
           IF WS-LCN-STATUS = '00'
           MOVE WS-VAL-DETAIL-COUNT TO WS-FG-COUNT
           MOVE 0 TO WS-FG-AMOUNT
           WRITE DATAPRF-RPT-RECORD FROM WS-RPT-FIGURE-LINE
           MOVE 'DATAPPA CLOSED-PERIOD HELD TODAY' TO WS-FG-LABEL
           MOVE WS-PPA-HELD-COUNT TO WS-FG-COUNT
           MOVE 0 TO WS-FG-AMOUNT
           WRITE DATAPRF-RPT-RECORD FROM WS-RPT-FIGURE-LINE
           MOVE 'DATAPPA RELEASED BY APPROVAL' TO WS-FG-LABEL
           MOVE WS-PPA-RELEASE-COUNT TO WS-FG-COUNT
           MOVE 0 TO WS-FG-AMOUNT
           WRITE DATAPRF-RPT-RECORD FROM WS-RPT-FIGURE-LINE
           MOVE 'DATALIM HELD TODAY' TO WS-FG-LABEL
           MOVE WS-LIM-HELD-COUNT TO WS-FG-COUNT
           MOVE 0 TO WS-FG-AMOUNT

       400-PROVE-CHAIN-LINKS.
      *  The front link proves the segment the load's own balancing
      *  cannot see: everything DATAVAL passed, less what DATAPPA and
      *  DATALIM held, plus what each released, must be accounted
      *  for by the load as loaded or rejected.  A batch DATAENT
      *  refused shows up here as a failed link on purpose - the
      *  day's money did not all reach the table, which is exactly
      *  what the proof exists to surface.
           MOVE 1 TO WS-LK-NUMBER
           MOVE 'VAL DETAILS - PPA/LIM HELD + RELEASED = LOAD+REJ'
               TO WS-LK-TEXT
           IF WS-CNT-SEEN
                   AND WS-VAL-DETAIL-COUNT
                       - WS-PPA-HELD-COUNT + WS-PPA-RELEASE-COUNT
                       - WS-LIM-HELD-COUNT + WS-LIM-RELEASE-COUNT
                       = WS-LOAD-COUNT + WS-ENT-REJECT-COUNT
               PERFORM 450-MARK-LINK-TIES
           ELSE
