      *  The site code for each input comes from the matching card
      *  (one per line, in file order) on MRGCTRL; a missing card
      *  falls back to S1/S2/S3.
      *
      *  Entries corrected and resubmitted from the reject-pending
      *  file (DATACORRSB, written by DATACOR) are written ahead of
      *  the site files, outside any batch, with the site code they
      *  already carry - a resubmission is not restamped.  Standing
      *  entries DATAGEN generated for the day (STDGENOUT) follow
      *  them the same way, carrying their template's owning site.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMRG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL COR-RESUBMIT-IN ASSIGN TO "DATACORRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.

           SELECT OPTIONAL STD-GENERATED-IN ASSIGN TO "STDGENOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL SITE-IN-1 ASSIGN TO "SITEIN1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-S1-STATUS.
           05  MRG-CTRL-SITE-CODE      PIC X(3).
           05  MRG-CTRL-RESERVED       PIC X(77).

       FD  COR-RESUBMIT-IN
           RECORDING MODE IS F.
       01  COR-RESUBMIT-RECORD         PIC X(80).

       FD  STD-GENERATED-IN
           RECORDING MODE IS F.
       01  STD-GENERATED-RECORD        PIC X(80).

       FD  SITE-IN-1
           RECORDING MODE IS F.
       01  SITE-IN-1-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-RSB-STATUS           PIC XX.
           05  WS-GEN-STATUS           PIC XX.
           05  WS-S1-STATUS            PIC XX.
           05  WS-S2-STATUS            PIC XX.
           05  WS-S3-STATUS            PIC XX.
       01  WS-COUNTERS.
           05  WS-SITE-SUB             PIC 9(1) VALUE 0.
           05  WS-TOTAL-COUNT          PIC 9(5) VALUE 0.
           05  WS-RESUBMIT-COUNT       PIC 9(5) VALUE 0.
           05  WS-STANDING-COUNT       PIC 9(5) VALUE 0.

       01  WS-SITE-CODES.
           05  WS-SITE-CODE OCCURS 3 TIMES
       000-MAIN.
           PERFORM 100-INIT-SITE-CODES
           OPEN OUTPUT DATAMRG-OUT
           PERFORM 150-MERGE-RESUBMISSIONS
           PERFORM 170-MERGE-STANDING-ENTRIES
           PERFORM 200-MERGE-SITE-1
           PERFORM 300-MERGE-SITE-2
           PERFORM 400-MERGE-SITE-3
           CLOSE DATAMRG-OUT
           DISPLAY 'DATAMRG: RESUBMITTED ' WS-RESUBMIT-COUNT
               '  STANDING ' WS-STANDING-COUNT
           DISPLAY 'DATAMRG: SITE ' WS-SITE-CODE(1) ' '
               WS-SITE-COUNT(1) '  SITE ' WS-SITE-CODE(2) ' '
               WS-SITE-COUNT(2) '  SITE ' WS-SITE-CODE(3) ' '
               CLOSE MRG-CONTROL-IN
           END-IF.

       150-MERGE-RESUBMISSIONS.
           OPEN INPUT COR-RESUBMIT-IN
           IF WS-RSB-STATUS = '00'
               PERFORM UNTIL WS-RSB-STATUS = '10'
                   READ COR-RESUBMIT-IN INTO WS-ENTRY-TEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RESUBMIT-COUNT
                           PERFORM 500-WRITE-MERGED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COR-RESUBMIT-IN
           END-IF.

       170-MERGE-STANDING-ENTRIES.
           OPEN INPUT STD-GENERATED-IN
           IF WS-GEN-STATUS = '00'
               PERFORM UNTIL WS-GEN-STATUS = '10'
                   READ STD-GENERATED-IN INTO WS-ENTRY-TEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-STANDING-COUNT
                           PERFORM 500-WRITE-MERGED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STD-GENERATED-IN
           END-IF.

       200-MERGE-SITE-1.
           OPEN INPUT SITE-IN-1
           IF WS-S1-STATUS = '00'
