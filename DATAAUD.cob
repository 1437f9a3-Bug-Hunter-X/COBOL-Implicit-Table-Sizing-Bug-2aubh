      *****************************************************************
      *  DATAAUD.cob
      *  Audit trail listing.  Reads the audit trail archive
      *  (AUDITARC, the older trail records DATABKP rolls off) and
      *  then the common audit file (AUDITTRL) appended to by DATAENT
      *  and DATAMNT, so the trail reads in the order the actions
      *  happened, and prints it (AUDITRPT): run stamp, program,
      *  action, and the before and after images of each 80-byte
      *  entry.  An optional selection card (AUDSEL) limits the
      *  listing to one entry id ('I' plus the six-digit id) or one
      *  run date ('D' plus YYYYMMDD), applied to both files alike;
      *  with no card the whole trail is listed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAAUD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           05  SEL-VALUE               PIC X(8).
           05  SEL-RESERVED            PIC X(70).

      *  The trail and its archive are read into WS-AUDIT-RECORD.
       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(190).

       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD          PIC X(190).

       FD  AUDIT-RPT.
       01  AUDIT-RPT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SEL-STATUS           PIC XX.
           05  WS-ARC-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-COUNTERS.
           05  WS-ARCHIVE-COUNT        PIC 9(7) VALUE 0.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-LISTED-COUNT         PIC 9(5) VALUE 0.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

       01  WS-SELECTION.
           05  WS-SEL-TYPE             PIC X VALUE SPACE.
               88  WS-LIST-ALL         VALUE SPACE.
       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(13) VALUE 'ARCHIVE RECS '.
           05  WS-TOT-ARCHIVE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'TRAIL RECS   '.
           05  WS-TOT-READ             PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  LISTED  '.
           05  WS-TOT-LISTED           PIC ZZZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-SELECTION-CARD
           OPEN OUTPUT AUDIT-RPT
           MOVE WS-SEL-TYPE TO WS-HDG-SEL-TYPE
           MOVE WS-SEL-VALUE TO WS-HDG-SEL-VALUE
           WRITE AUDIT-RPT-RECORD FROM WS-RPT-HEADING
           PERFORM 150-LIST-AUDIT-ARCHIVE
           PERFORM 160-LIST-AUDIT-TRAIL
           WRITE AUDIT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-ARCHIVE-COUNT TO WS-TOT-ARCHIVE
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-LISTED-COUNT TO WS-TOT-LISTED
           WRITE AUDIT-RPT-RECORD FROM WS-RPT-TOTALS
               CLOSE AUD-SELECT-IN
           END-IF.

      *  The archived trail lists first, so the actions still read
      *  in the order they happened.
       150-LIST-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARC-STATUS = '00'
               PERFORM UNTIL WS-ARC-STATUS = '10'
                   READ AUDIT-ARCHIVE INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                           PERFORM 200-CHECK-SELECTION
                           IF WS-SELECT-MATCHES
                               PERFORM 300-LIST-TRAIL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF
           IF WS-ARC-STATUS = '05'
               CLOSE AUDIT-ARCHIVE
           END-IF.

       160-LIST-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-STATUS = '10'
                   READ AUDIT-TRAIL INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 200-CHECK-SELECTION
                           IF WS-SELECT-MATCHES
                               PERFORM 300-LIST-TRAIL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-AUD-STATUS = '05'
               CLOSE AUDIT-TRAIL
           END-IF.

       200-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECT-MATCH-SW
           EVALUATE TRUE
