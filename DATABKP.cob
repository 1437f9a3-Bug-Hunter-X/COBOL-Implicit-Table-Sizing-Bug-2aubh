      *****************************************************************
      *  DATABKP.cob
      *  Master backup generations and audit trail roll-off.  Run at
      *  the end of the day, after the master update and the history
      *  archive: takes a sequential snapshot of the master (DATAMST)
      *  onto the backup generation file (DATAMSTBKP, layout in
      *  BKPREC.CPY) - a header carrying the generation stamp and the
      *  DATAENT run date the snapshot stands at, every master entry
      *  in key order, and a trailer with the entry count and net
      *  amount - and keeps only the newest generations, the oldest
      *  dropping off as a new one is added.  The control card
      *  (BKPCTRL) gives the number of generations to keep; without
      *  a card, or with the field blank or zero, 3 are kept.
      *
      *  Each snapshot is marked on the common audit trail (AUDITTRL)
      *  by a SNAPSHOT record whose after image holds the generation
      *  stamp, run date, count and amount, so the trail records
      *  after the marker are exactly the changes the snapshot does
      *  not hold.  Once the new generation is written, the trail
      *  records ahead of the oldest kept generation's marker are
      *  moved to the audit archive (AUDITARC) and the trail is
      *  rewritten from that marker on: DATARBD rebuilds from the
      *  newest good snapshot and the trail after it, so the trail no
      *  longer grows without end, and nothing needed to rebuild from
      *  any kept generation leaves it.  A trail with no marker for
      *  the oldest kept generation (the first generations taken) is
      *  left whole.
      *
      *  The new generation and the trimmed trail are both built on
      *  work files (DATAMSTBKW, AUDITTRW) and copied back only when
      *  complete, the way DATACLS rewrites DATAHIST.  A master that
      *  cannot be opened stops the run with return code 8 and
      *  nothing written.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABKP.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BKP-CONTROL-IN ASSIGN TO "BKPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT MASTER-FILE ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT OPTIONAL MASTER-BACKUP ASSIGN TO "DATAMSTBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT BACKUP-WORK ASSIGN TO "DATAMSTBKW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKW-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-WORK ASSIGN TO "AUDITTRW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUW-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One control card: the number of backup generations to keep.
       FD  BKP-CONTROL-IN
           RECORDING MODE IS F.
       01  BKP-CONTROL-RECORD.
           05  BKP-CTRL-GENERATIONS    PIC 9(2).
           05  BKP-CTRL-RESERVED       PIC X(78).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY MST-ENTRY-ID
                         WS-ENTRY-DATE        BY MST-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY MST-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY MST-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY MST-ENTRY-ACCT
                         WS-ENTRY-SITE        BY MST-ENTRY-SITE.

      *  The backup generations and the trail are copied record for
      *  record; their fields are looked at through the work areas
      *  below.
       FD  MASTER-BACKUP
           RECORDING MODE IS F.
       01  MASTER-BACKUP-RECORD        PIC X(96).

       FD  BACKUP-WORK
           RECORDING MODE IS F.
       01  BACKUP-WORK-RECORD          PIC X(96).

       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD          PIC X(190).

       FD  AUDIT-WORK
           RECORDING MODE IS F.
       01  AUDIT-WORK-RECORD           PIC X(190).

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(190).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-MST-STATUS           PIC XX.
           05  WS-BKP-STATUS           PIC XX.
           05  WS-BKW-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-AUW-STATUS           PIC XX.
           05  WS-ARC-STATUS           PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE 0.
       01  WS-GEN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-KEEP-GENERATIONS         PIC 9(2)  VALUE 3.

       01  WS-BACKUP-RECORD.
           COPY BKPREC.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

      *  The after image of a SNAPSHOT marker on the audit trail; the
      *  before image is spaces.  DATARBD reads the same layout.
       01  WS-SNAPSHOT-MARKER.
           05  BKM-GEN-STAMP           PIC X(14).
           05  FILLER                  PIC X     VALUE SPACE.
           05  BKM-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  BKM-COUNT               PIC 9(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  BKM-AMOUNT              PIC S9(11)V99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-GENERATION-CONTROLS.
           05  WS-OLD-GEN-COUNT        PIC 9(5)  VALUE 0.
           05  WS-DROP-GEN-COUNT       PIC 9(5)  VALUE 0.
           05  WS-KEPT-GEN-COUNT       PIC 9(5)  VALUE 0.
           05  WS-GEN-SEQ              PIC 9(5)  VALUE 0.
           05  WS-OLDEST-KEPT-STAMP    PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SNAP-COUNT           PIC 9(7)      VALUE 0.
           05  WS-SNAP-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  WS-TRAIL-SEQ            PIC 9(9)      VALUE 0.
           05  WS-MARKER-SEQ           PIC 9(9)      VALUE 0.
           05  WS-ROLLED-COUNT         PIC 9(9)      VALUE 0.
           05  WS-KEPT-TRAIL-COUNT     PIC 9(9)      VALUE 0.

       01  WS-AMOUNT-EDIT              PIC -(11)9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 100-READ-CONTROL-CARD
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'DATABKP: MASTER FILE DATAMST NOT AVAILABLE -'
                   ' STATUS ' WS-MST-STATUS ' - NO BACKUP TAKEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GEN-STAMP
           PERFORM 200-COUNT-GENERATIONS
           IF WS-OLD-GEN-COUNT >= WS-KEEP-GENERATIONS
               COMPUTE WS-DROP-GEN-COUNT =
                   WS-OLD-GEN-COUNT - WS-KEEP-GENERATIONS + 1
           END-IF
           OPEN OUTPUT BACKUP-WORK
           PERFORM 300-COPY-KEPT-GENERATIONS
           PERFORM 400-WRITE-NEW-GENERATION
           CLOSE BACKUP-WORK
           CLOSE MASTER-FILE
           PERFORM 450-REWRITE-BACKUP-FILE
           MOVE WS-SNAP-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'DATABKP: GENERATION ' WS-GEN-STAMP ' TAKEN AT'
               ' RUN DATE ' WS-RUN-DATE ' - ' WS-SNAP-COUNT
               ' ENTRIES, NET ' WS-AMOUNT-EDIT
           DISPLAY 'DATABKP: ' WS-KEPT-GEN-COUNT ' GENERATION(S)'
               ' KEPT, ' WS-DROP-GEN-COUNT ' DROPPED'
           PERFORM 500-WRITE-SNAPSHOT-MARKER
           PERFORM 600-ROLL-AUDIT-TRAIL
           STOP RUN.

      *  The snapshot stands at the DATAENT run the master was last
      *  updated for; the current date only stands in when no run
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
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           END-IF
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE.

       100-READ-CONTROL-CARD.
           OPEN INPUT BKP-CONTROL-IN
           IF WS-CTRL-STATUS = '00'
               READ BKP-CONTROL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BKP-CTRL-GENERATIONS IS NUMERIC
                               AND BKP-CTRL-GENERATIONS > 0
                           MOVE BKP-CTRL-GENERATIONS
                               TO WS-KEEP-GENERATIONS
                       END-IF
               END-READ
               CLOSE BKP-CONTROL-IN
           END-IF.

       200-COUNT-GENERATIONS.
           OPEN INPUT MASTER-BACKUP
           IF WS-BKP-STATUS = '00'
               PERFORM UNTIL WS-BKP-STATUS = '10'
                   READ MASTER-BACKUP INTO WS-BACKUP-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BKP-IS-HEADER
                               ADD 1 TO WS-OLD-GEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-BACKUP
           END-IF
           IF WS-BKP-STATUS = '05'
               CLOSE MASTER-BACKUP
           END-IF.

      *  The generations beyond the ones dropping off are copied to
      *  the work file as they stand, oldest first.
       300-COPY-KEPT-GENERATIONS.
           MOVE 0 TO WS-GEN-SEQ
           OPEN INPUT MASTER-BACKUP
           IF WS-BKP-STATUS = '00'
               PERFORM UNTIL WS-BKP-STATUS = '10'
                   READ MASTER-BACKUP INTO WS-BACKUP-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BKP-IS-HEADER
                               ADD 1 TO WS-GEN-SEQ
                           END-IF
                           IF WS-GEN-SEQ > WS-DROP-GEN-COUNT
                               IF BKP-IS-HEADER
                                   ADD 1 TO WS-KEPT-GEN-COUNT
                                   IF WS-OLDEST-KEPT-STAMP = SPACES
                                       MOVE BKP-GEN-STAMP
                                           TO WS-OLDEST-KEPT-STAMP
                                   END-IF
                               END-IF
                               WRITE BACKUP-WORK-RECORD
                                   FROM WS-BACKUP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-BACKUP
           END-IF
           IF WS-BKP-STATUS = '05'
               CLOSE MASTER-BACKUP
           END-IF.

       400-WRITE-NEW-GENERATION.
           ADD 1 TO WS-KEPT-GEN-COUNT
           IF WS-OLDEST-KEPT-STAMP = SPACES
               MOVE WS-GEN-STAMP TO WS-OLDEST-KEPT-STAMP
           END-IF
           MOVE SPACES TO WS-BACKUP-RECORD
           MOVE 'SH' TO BKP-REC-TYPE
           MOVE WS-GEN-STAMP TO BKP-GEN-STAMP
           MOVE WS-RUN-STAMP TO BKP-HDR-RUN-STAMP
           MOVE WS-RUN-DATE TO BKP-HDR-RUN-DATE
           WRITE BACKUP-WORK-RECORD FROM WS-BACKUP-RECORD
           PERFORM UNTIL WS-MST-STATUS = '10'
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SNAP-COUNT
                       IF MST-ENTRY-AMOUNT IS NUMERIC
                           ADD MST-ENTRY-AMOUNT TO WS-SNAP-AMOUNT
                       END-IF
                       MOVE 'SD' TO BKP-REC-TYPE
                       MOVE WS-GEN-STAMP TO BKP-GEN-STAMP
                       MOVE MASTER-RECORD TO BKP-ENTRY-IMAGE
                       WRITE BACKUP-WORK-RECORD
                           FROM WS-BACKUP-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-BACKUP-RECORD
           MOVE 'ST' TO BKP-REC-TYPE
           MOVE WS-GEN-STAMP TO BKP-GEN-STAMP
           MOVE WS-SNAP-COUNT TO BKP-TRL-COUNT
           MOVE WS-SNAP-AMOUNT TO BKP-TRL-AMOUNT
           WRITE BACKUP-WORK-RECORD FROM WS-BACKUP-RECORD.

      *  The generation file is replaced only after the work file
      *  holding the kept generations and the new one is complete.
       450-REWRITE-BACKUP-FILE.
           OPEN INPUT BACKUP-WORK
           OPEN OUTPUT MASTER-BACKUP
           PERFORM UNTIL WS-BKW-STATUS = '10'
               READ BACKUP-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE MASTER-BACKUP-RECORD
                           FROM BACKUP-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKUP-WORK
           CLOSE MASTER-BACKUP.

       500-WRITE-SNAPSHOT-MARKER.
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF
           MOVE WS-GEN-STAMP TO BKM-GEN-STAMP
           MOVE WS-RUN-DATE TO BKM-RUN-DATE
           MOVE WS-SNAP-COUNT TO BKM-COUNT
           MOVE WS-SNAP-AMOUNT TO BKM-AMOUNT
           MOVE WS-RUN-STAMP TO AUD-RUN-STAMP
           MOVE 'DATABKP' TO AUD-PROGRAM-ID
           MOVE 'SNAPSHOT' TO AUD-ACTION
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WS-SNAPSHOT-MARKER TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-RECORD
           CLOSE AUDIT-TRAIL.

      *  First pass finds the oldest kept generation's marker; when
      *  it has records ahead of it, the second pass sends those to
      *  the archive and the rest to the work file, and the third
      *  copies the work file back as the trail.
       600-ROLL-AUDIT-TRAIL.
           MOVE 0 TO WS-TRAIL-SEQ
           MOVE 0 TO WS-MARKER-SEQ
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-STATUS = '10'
                   READ AUDIT-TRAIL INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRAIL-SEQ
                           MOVE AUD-AFTER-IMAGE TO WS-SNAPSHOT-MARKER
                           IF WS-MARKER-SEQ = 0
                                   AND AUD-PROGRAM-ID = 'DATABKP'
                                   AND AUD-ACTION = 'SNAPSHOT'
                                   AND BKM-GEN-STAMP
                                       = WS-OLDEST-KEPT-STAMP
                               MOVE WS-TRAIL-SEQ TO WS-MARKER-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-AUD-STATUS = '05'
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-MARKER-SEQ = 0
               DISPLAY 'DATABKP: NO SNAPSHOT MARKER FOR GENERATION '
                   WS-OLDEST-KEPT-STAMP ' ON AUDITTRL - TRAIL NOT'
                   ' ROLLED'
           ELSE
               IF WS-MARKER-SEQ = 1
                   DISPLAY 'DATABKP: NOTHING ON AUDITTRL OLDER THAN'
                       ' GENERATION ' WS-OLDEST-KEPT-STAMP
               ELSE
                   PERFORM 650-SPLIT-AUDIT-TRAIL
                   PERFORM 680-REWRITE-AUDIT-TRAIL
                   DISPLAY 'DATABKP: ' WS-ROLLED-COUNT ' AUDIT RECORDS'
                       ' MOVED TO AUDITARC, ' WS-KEPT-TRAIL-COUNT
                       ' KEPT ON AUDITTRL'
               END-IF
           END-IF.

       650-SPLIT-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-ARCHIVE
           IF WS-ARC-STATUS NOT = '00' AND WS-ARC-STATUS NOT = '05'
               OPEN OUTPUT AUDIT-ARCHIVE
           END-IF
           OPEN OUTPUT AUDIT-WORK
           MOVE 0 TO WS-TRAIL-SEQ
           OPEN INPUT AUDIT-TRAIL
           PERFORM UNTIL WS-AUD-STATUS = '10'
               READ AUDIT-TRAIL
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TRAIL-SEQ
                       IF WS-TRAIL-SEQ < WS-MARKER-SEQ
                           ADD 1 TO WS-ROLLED-COUNT
                           WRITE AUDIT-ARCHIVE-RECORD
                               FROM AUDIT-TRAIL-RECORD
                       ELSE
                           ADD 1 TO WS-KEPT-TRAIL-COUNT
                           WRITE AUDIT-WORK-RECORD
                               FROM AUDIT-TRAIL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL
           CLOSE AUDIT-WORK
           CLOSE AUDIT-ARCHIVE.

      *  The trail is rewritten only after the archive and the work
      *  file are both complete.
       680-REWRITE-AUDIT-TRAIL.
           OPEN INPUT AUDIT-WORK
           OPEN OUTPUT AUDIT-TRAIL
           PERFORM UNTIL WS-AUW-STATUS = '10'
               READ AUDIT-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE AUDIT-TRAIL-RECORD
                           FROM AUDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-WORK
           CLOSE AUDIT-TRAIL.
