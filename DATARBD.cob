      *  entry where history and the trail disagree is listed so the
      *  manual review after a recovery starts from an exact worklist
      *  instead of a guess.
      *
      *  Since DATABKP began keeping master backup generations
      *  (DATAMSTBKP) and rolling the old trail off to the audit
      *  archive (AUDITARC), the rebuild starts from the newest good
      *  snapshot instead of the beginning of time.  A generation is
      *  good when its trailer agrees with its details on count and
      *  net amount, it stands at or before the rebuild run date, and
      *  its SNAPSHOT marker is on the trail.  The master is loaded
      *  from that generation, only history with a later run date is
      *  replayed over it, and only the trail records after its
      *  marker are replayed and proven.  Generations passed over are
      *  listed on the register with the reason.  With no good
      *  generation - or with 'H' in column 10 of the card - the
      *  rebuild falls back to the full replay above, the audit
      *  archive replaying ahead of the trail.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATARBD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT OPTIONAL MASTER-BACKUP ASSIGN TO "DATAMSTBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT MASTER-FILE ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
      *  One rebuild card: the run date (YYYYMMDD) to rebuild up to
      *  and including; spaces or no card rebuilds everything.  'H'
      *  in the mode column forces the full history replay.
       FD  RBD-CONTROL-IN
           RECORDING MODE IS F.
       01  RBD-CONTROL-RECORD.
           05  RBD-CTRL-RUN-DATE       PIC X(8).
           05  FILLER                  PIC X.
           05  RBD-CTRL-MODE           PIC X.
               88  RBD-CTRL-FULL-REPLAY VALUE 'H'.
           05  RBD-CTRL-RESERVED       PIC X(70).

      *  Year-to-date archive DATACLS writes: 'MH' month headers
      *  (which can never collide with a detail's numeric run date)
           05  HIS-RUN-DATE            PIC 9(8).
           05  HIS-ENTRY-IMAGE         PIC X(80).

      *  The trail, its archive and the backup generations are read
      *  into the work areas below.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD          PIC X(190).

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(190).

       FD  MASTER-BACKUP
           RECORDING MODE IS F.
       01  MASTER-BACKUP-RECORD        PIC X(96).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-ARC-STATUS           PIC XX.
           05  WS-BKP-STATUS           PIC XX.
           05  WS-MST-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-CUTOFF-RUN-DATE          PIC 9(8) VALUE 99999999.

      *  History at or before the floor is already in the snapshot
      *  the rebuild starts from; zero on a full replay.
       01  WS-FLOOR-RUN-DATE           PIC 9(8) VALUE 0.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

       01  WS-BACKUP-RECORD.
           COPY BKPREC.

      *  The after image of a SNAPSHOT marker, as DATABKP writes it.
       01  WS-SNAPSHOT-MARKER.
           05  BKM-GEN-STAMP           PIC X(14).
           05  FILLER                  PIC X.
           05  BKM-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  BKM-COUNT               PIC 9(7).
           05  FILLER                  PIC X.
           05  BKM-AMOUNT              PIC S9(11)V99.
           05  FILLER                  PIC X(35).

       01  WS-REPLAY-CONTROLS.
           05  WS-FULL-REPLAY-SW       PIC X VALUE 'N'.
               88  WS-FULL-REPLAY      VALUE 'Y'.
           05  WS-FROM-SNAPSHOT-SW     PIC X VALUE 'N'.
               88  WS-FROM-SNAPSHOT    VALUE 'Y'.
           05  WS-PAST-MARKER-SW       PIC X VALUE 'Y'.
               88  WS-PAST-MARKER      VALUE 'Y'.
           05  WS-SNAP-GEN-STAMP       PIC X(14) VALUE SPACES.
           05  WS-SNAP-RUN-DATE        PIC 9(8)  VALUE 0.
           05  WS-SNAP-COUNT           PIC 9(7)  VALUE 0.
           05  WS-SNAP-AMOUNT          PIC S9(11)V99 VALUE 0.

      *  The generation being checked on the first pass of the
      *  backup file.
       01  WS-GENERATION-CHECK.
           05  WS-IN-GEN-SW            PIC X VALUE 'N'.
               88  WS-IN-GEN           VALUE 'Y'.
           05  WS-CUR-GEN-STAMP        PIC X(14) VALUE SPACES.
           05  WS-CUR-RUN-DATE         PIC 9(8)  VALUE 0.
           05  WS-CUR-COUNT            PIC 9(7)  VALUE 0.
           05  WS-CUR-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-REJECT-GEN-STAMP     PIC X(14) VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *  Generations that prove to their trailers, oldest first.
      *  Must match the OCCURS ceiling on WS-GOOD-GEN below; past it
      *  the oldest falls off, the newest being the ones wanted.
       01  RBD-GEN-COMPILED-MAX        PIC 9(5) VALUE 99.
       01  WS-GOOD-COUNT               PIC 9(5) VALUE 0.
       01  WS-GOOD-SUB                 PIC 9(5) VALUE 0.
       01  WS-GOOD-TABLE.
           05  WS-GOOD-GEN OCCURS 99 TIMES.
               10  WS-GG-STAMP         PIC X(14).
               10  WS-GG-RUN-DATE      PIC 9(8).
               10  WS-GG-COUNT         PIC 9(7).
               10  WS-GG-AMOUNT        PIC S9(11)V99.
               10  WS-GG-MARKER-SW     PIC X.
                   88  WS-GG-HAS-MARKER VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REINSTATE-COUNT      PIC 9(7) VALUE 0.
           05  WS-SUPERSEDE-COUNT      PIC 9(7) VALUE 0.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-BASIS-LINE.
           05  FILLER                  PIC X(22) VALUE
                   'REBUILT FROM SNAPSHOT '.
           05  WS-BS-GEN-STAMP         PIC X(14).
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-BS-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE ' ENTRIES '.
           05  WS-BS-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE ' NET '.
           05  WS-BS-AMOUNT            PIC -(11)9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-RPT-FULL-REPLAY-LINE.
           05  FILLER                  PIC X(60) VALUE
                   'REBUILT BY FULL REPLAY OF HISTORY AND AUDIT TRAIL'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-RPT-GEN-REJECT-LINE.
           05  FILLER                  PIC X(11) VALUE 'GENERATION '.
           05  WS-GR-GEN-STAMP         PIC X(14).
           05  FILLER                  PIC X(13) VALUE
                   ' NOT USED -  '.
           05  WS-GR-REASON            PIC X(40).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-RPT-REGISTER-LINE.
           05  FILLER                  PIC X(3)  VALUE 'ID '.
           05  WS-RG-ID                PIC X(6).
           MOVE WS-CUTOFF-RUN-DATE TO WS-HDG-CUTOFF
           WRITE DATARBD-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATARBD-RPT-RECORD FROM WS-RPT-BLANK
           IF NOT WS-FULL-REPLAY
               PERFORM 120-CHOOSE-SNAPSHOT
           END-IF
           IF WS-FROM-SNAPSHOT
               MOVE WS-SNAP-GEN-STAMP TO WS-BS-GEN-STAMP
               MOVE WS-SNAP-RUN-DATE TO WS-BS-RUN-DATE
               MOVE WS-SNAP-COUNT TO WS-BS-COUNT
               MOVE WS-SNAP-AMOUNT TO WS-BS-AMOUNT
               WRITE DATARBD-RPT-RECORD FROM WS-RPT-BASIS-LINE
               DISPLAY 'DATARBD: REBUILDING FROM SNAPSHOT '
                   WS-SNAP-GEN-STAMP ' AT RUN DATE ' WS-SNAP-RUN-DATE
           ELSE
               WRITE DATARBD-RPT-RECORD FROM WS-RPT-FULL-REPLAY-LINE
               DISPLAY 'DATARBD: NO SNAPSHOT USED - FULL REPLAY OF'
                   ' HISTORY AND AUDIT TRAIL'
           END-IF
           WRITE DATARBD-RPT-RECORD FROM WS-RPT-BLANK
           IF WS-FROM-SNAPSHOT
               PERFORM 170-LOAD-SNAPSHOT
           END-IF
           PERFORM 180-REPLAY-ARCHIVE
           PERFORM 200-REPLAY-HISTORY
           IF NOT WS-FROM-SNAPSHOT
               PERFORM 380-REPLAY-AUDIT-ARCHIVE
           END-IF
           PERFORM 400-REPLAY-AUDIT-TRAIL
           PERFORM 600-PROVE-EXPECTED-IMAGES
           PERFORM 800-WRITE-REBUILD-TOTALS
                           MOVE RBD-CTRL-RUN-DATE
                               TO WS-CUTOFF-RUN-DATE
                       END-IF
                       IF RBD-CTRL-FULL-REPLAY
                           MOVE 'Y' TO WS-FULL-REPLAY-SW
                       END-IF
               END-READ
               CLOSE RBD-CONTROL-IN
           END-IF.

      *  The newest good generation whose marker is on the trail:
      *  one pass of the backup file proves each generation to its
      *  trailer, one pass of the trail finds the markers.
       120-CHOOSE-SNAPSHOT.
           PERFORM 130-CHECK-GENERATIONS
           PERFORM 145-FIND-SNAPSHOT-MARKERS
           PERFORM VARYING WS-GOOD-SUB FROM WS-GOOD-COUNT BY -1
                   UNTIL WS-GOOD-SUB < 1 OR WS-FROM-SNAPSHOT
               IF WS-GG-HAS-MARKER(WS-GOOD-SUB)
                   MOVE 'Y' TO WS-FROM-SNAPSHOT-SW
                   MOVE 'N' TO WS-PAST-MARKER-SW
                   MOVE WS-GG-STAMP(WS-GOOD-SUB) TO WS-SNAP-GEN-STAMP
                   MOVE WS-GG-RUN-DATE(WS-GOOD-SUB)
                       TO WS-SNAP-RUN-DATE
                   MOVE WS-GG-COUNT(WS-GOOD-SUB) TO WS-SNAP-COUNT
                   MOVE WS-GG-AMOUNT(WS-GOOD-SUB) TO WS-SNAP-AMOUNT
                   MOVE WS-SNAP-RUN-DATE TO WS-FLOOR-RUN-DATE
               ELSE
                   MOVE WS-GG-STAMP(WS-GOOD-SUB) TO WS-REJECT-GEN-STAMP
                   MOVE 'NO SNAPSHOT MARKER ON AUDIT TRAIL'
                       TO WS-REJECT-REASON
                   PERFORM 160-REPORT-GENERATION-REJECT
               END-IF
           END-PERFORM.

       130-CHECK-GENERATIONS.
           MOVE 'N' TO WS-IN-GEN-SW
           OPEN INPUT MASTER-BACKUP
           IF WS-BKP-STATUS = '00'
               PERFORM UNTIL WS-BKP-STATUS = '10'
                   READ MASTER-BACKUP INTO WS-BACKUP-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 135-CHECK-ONE-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE MASTER-BACKUP
           END-IF
           IF WS-BKP-STATUS = '05'
               CLOSE MASTER-BACKUP
           END-IF
           IF WS-IN-GEN
               MOVE WS-CUR-GEN-STAMP TO WS-REJECT-GEN-STAMP
               MOVE 'TRAILER MISSING' TO WS-REJECT-REASON
               PERFORM 160-REPORT-GENERATION-REJECT
           END-IF.

       135-CHECK-ONE-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN BKP-IS-HEADER
                   IF WS-IN-GEN
                       MOVE WS-CUR-GEN-STAMP TO WS-REJECT-GEN-STAMP
                       MOVE 'TRAILER MISSING' TO WS-REJECT-REASON
                       PERFORM 160-REPORT-GENERATION-REJECT
                   END-IF
                   MOVE 'Y' TO WS-IN-GEN-SW
                   MOVE BKP-GEN-STAMP TO WS-CUR-GEN-STAMP
                   MOVE BKP-HDR-RUN-DATE TO WS-CUR-RUN-DATE
                   MOVE 0 TO WS-CUR-COUNT
                   MOVE 0 TO WS-CUR-AMOUNT
               WHEN BKP-IS-DETAIL
                   IF WS-IN-GEN AND BKP-GEN-STAMP = WS-CUR-GEN-STAMP
                       ADD 1 TO WS-CUR-COUNT
                       MOVE BKP-ENTRY-IMAGE TO MASTER-RECORD
                       IF MST-ENTRY-AMOUNT IS NUMERIC
                           ADD MST-ENTRY-AMOUNT TO WS-CUR-AMOUNT
                       END-IF
                   END-IF
               WHEN BKP-IS-TRAILER
                   IF WS-IN-GEN AND BKP-GEN-STAMP = WS-CUR-GEN-STAMP
                       MOVE 'N' TO WS-IN-GEN-SW
                       MOVE WS-CUR-GEN-STAMP TO WS-REJECT-GEN-STAMP
                       EVALUATE TRUE
                           WHEN BKP-TRL-COUNT NOT = WS-CUR-COUNT
                             OR BKP-TRL-AMOUNT NOT = WS-CUR-AMOUNT
                               MOVE 'TRAILER DISAGREES WITH DETAILS'
                                   TO WS-REJECT-REASON
                               PERFORM 160-REPORT-GENERATION-REJECT
                           WHEN WS-CUR-RUN-DATE > WS-CUTOFF-RUN-DATE
                               MOVE 'STANDS AFTER THE REBUILD RUN DATE'
                                   TO WS-REJECT-REASON
                               PERFORM 160-REPORT-GENERATION-REJECT
                           WHEN OTHER
                               PERFORM 140-HOLD-GOOD-GENERATION
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       140-HOLD-GOOD-GENERATION.
           IF WS-GOOD-COUNT = RBD-GEN-COMPILED-MAX
               PERFORM VARYING WS-GOOD-SUB FROM 1 BY 1
                       UNTIL WS-GOOD-SUB >= WS-GOOD-COUNT
                   MOVE WS-GOOD-GEN(WS-GOOD-SUB + 1)
                       TO WS-GOOD-GEN(WS-GOOD-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-GOOD-COUNT
           END-IF
           MOVE WS-CUR-GEN-STAMP TO WS-GG-STAMP(WS-GOOD-COUNT)
           MOVE WS-CUR-RUN-DATE TO WS-GG-RUN-DATE(WS-GOOD-COUNT)
           MOVE WS-CUR-COUNT TO WS-GG-COUNT(WS-GOOD-COUNT)
           MOVE WS-CUR-AMOUNT TO WS-GG-AMOUNT(WS-GOOD-COUNT)
           MOVE 'N' TO WS-GG-MARKER-SW(WS-GOOD-COUNT).

       145-FIND-SNAPSHOT-MARKERS.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-STATUS = '10'
                   READ AUDIT-TRAIL INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUD-PROGRAM-ID = 'DATABKP'
                                   AND AUD-ACTION = 'SNAPSHOT'
                               MOVE AUD-AFTER-IMAGE
                                   TO WS-SNAPSHOT-MARKER
                               PERFORM VARYING WS-GOOD-SUB FROM 1 BY 1
                                       UNTIL WS-GOOD-SUB > WS-GOOD-COUNT
                                   IF WS-GG-STAMP(WS-GOOD-SUB)
                                           = BKM-GEN-STAMP
                                       MOVE 'Y' TO
                                           WS-GG-MARKER-SW(WS-GOOD-SUB)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-AUD-STATUS = '05'
               CLOSE AUDIT-TRAIL
           END-IF.

      *  The rebuild starts from an empty master on purpose: this
      *  program only runs when the master on disk is lost or not to
      *  be trusted, so whatever is there is discarded.
           CLOSE MASTER-FILE
           OPEN I-O MASTER-FILE.

       160-REPORT-GENERATION-REJECT.
           MOVE WS-REJECT-GEN-STAMP TO WS-GR-GEN-STAMP
           MOVE WS-REJECT-REASON TO WS-GR-REASON
           WRITE DATARBD-RPT-RECORD FROM WS-RPT-GEN-REJECT-LINE
           DISPLAY 'DATARBD: GENERATION ' WS-REJECT-GEN-STAMP
               ' NOT USED - ' WS-REJECT-REASON.

      *  The chosen generation's entries are the starting master.
       170-LOAD-SNAPSHOT.
           MOVE 'REINSTATED FROM SNAPSHOT' TO WS-REINSTATE-SOURCE
           OPEN INPUT MASTER-BACKUP
           PERFORM UNTIL WS-BKP-STATUS = '10'
               READ MASTER-BACKUP INTO WS-BACKUP-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BKP-IS-DETAIL
                               AND BKP-GEN-STAMP = WS-SNAP-GEN-STAMP
                           MOVE BKP-ENTRY-IMAGE TO WS-REPLAY-IMAGE
                           PERFORM 250-REINSTATE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-BACKUP.

      *  The closed months live on the year-to-date archive once
      *  DATACLS has cut them out of DATAHIST, so they replay first;
      *  the 'MH' month headers carry controls, not entries, and are
                                   AND YTD-RUN-KEY IS NUMERIC
                                   AND YTD-RUN-KEY
                                       NOT > WS-CUTOFF-RUN-DATE
                                   AND YTD-RUN-KEY
                                       > WS-FLOOR-RUN-DATE
                               MOVE YTD-ENTRY-IMAGE
                                   TO WS-REPLAY-IMAGE
                               PERFORM 250-REINSTATE-ONE-ENTRY
                           CONTINUE
                       NOT AT END
                           IF HIS-RUN-DATE NOT > WS-CUTOFF-RUN-DATE
                                   AND HIS-RUN-DATE > WS-FLOOR-RUN-DATE
                               MOVE HIS-ENTRY-IMAGE
                                   TO WS-REPLAY-IMAGE
                               PERFORM 250-REINSTATE-ONE-ENTRY
                   MOVE 'Y' TO WS-KEY-FOUND-SW
           END-READ.

      *  On a full replay the archived trail goes first, so the
      *  actions still replay in the order they happened.
       380-REPLAY-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARC-STATUS = '00'
               PERFORM UNTIL WS-ARC-STATUS = '10'
                   READ AUDIT-ARCHIVE INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUD-RUN-STAMP(1:8) IS NUMERIC
                                   AND AUD-RUN-STAMP(1:8)
                                       NOT > WS-CUTOFF-RUN-DATE
                               PERFORM 450-REPLAY-ONE-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF.

      *  The trail replays in the order the actions happened.  Only
      *  DATAUPD deletes change the rebuilt master; every other
      *  action records the after image the trail claims for the id,
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-STATUS = '10'
                   READ AUDIT-TRAIL INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NOT WS-PAST-MARKER
                               PERFORM 420-CHECK-FOR-MARKER
                           ELSE
                               IF AUD-RUN-STAMP(1:8) IS NUMERIC
                                       AND AUD-RUN-STAMP(1:8)
                                           NOT > WS-CUTOFF-RUN-DATE
                                   PERFORM 450-REPLAY-ONE-ACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

      *  From a snapshot, everything up to and including its marker
      *  is already in the snapshot and is passed over.
       420-CHECK-FOR-MARKER.
           IF AUD-PROGRAM-ID = 'DATABKP' AND AUD-ACTION = 'SNAPSHOT'
               MOVE AUD-AFTER-IMAGE TO WS-SNAPSHOT-MARKER
               IF BKM-GEN-STAMP = WS-SNAP-GEN-STAMP
                   MOVE 'Y' TO WS-PAST-MARKER-SW
               END-IF
           END-IF.

       450-REPLAY-ONE-ACTION.
           EVALUATE AUD-ACTION
               WHEN 'DELETE'
