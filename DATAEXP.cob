      *****************************************************************
      *  DATAEXP.cob
      *  Delimited export for the external auditors.  DATAINQ and
      *  DATAAUD print 132-column listings for people to read; this
      *  writes the same data as comma-delimited files, each opening
      *  with a header row of column names, that the auditors can
      *  load as they stand:
      *
      *    EXPMST    the master (DATAMST) in entry-id order
      *    EXPHIST   the history: the year-to-date archive (DATAYTD,
      *              month headers skipped) then the open month
      *              (DATAHIST), each row carrying its source file and
      *              the run date it was archived under
      *    EXPAUDIT  the audit trail: the rolled-off archive
      *              (AUDITARC) then the live trail (AUDITTRL), oldest
      *              first, each row carrying its source file
      *    EXPCTL    the control file: one row per export file with
      *              the record count and amount total exported and
      *              the same totals for the whole input, so the
      *              export can be proved against our own reports
      *              (the MASTER row ties to DATAINQ's totals)
      *
      *  Amounts are signed decimals with a point ('-1234.50') and
      *  dates are written as real dates (YYYY-MM-DD), run stamps as
      *  date and time (YYYY-MM-DD HH:MM:SS).  Every character field
      *  is enclosed in double quotes, with any quote inside it
      *  doubled and trailing spaces dropped.  A date, amount or id
      *  that does not hold a proper value (a rejected load, say) is
      *  written as its characters in quotes rather than dropped.
      *
      *  Audit images that hold an entry - those of DATAENT, DATAMNT,
      *  DATAUPD, DATACOR and the entry part of a DATASTM template
      *  change - are broken out into the named entry fields, before
      *  and after (IMAGE_TYPE 'ENTRY').  Images that hold something
      *  else - the reference, budget and calendar changes, DATASTM's
      *  schedule-control part, the DATABKP snapshot marker - are
      *  written whole in the BEFORE_IMAGE / AFTER_IMAGE columns
      *  instead (IMAGE_TYPE 'OTHER').  The audit amount total is the
      *  total of the AFTER_AMOUNT column.
      *
      *  An optional selection card (EXPSEL), laid out as DATAINQ's
      *  INQSEL card, limits the export by entry-id range, site code
      *  and entry-date range; a blank field places no limit, and no
      *  card at all exports everything.  The limits apply to the
      *  master and history entries and to the entry an audit record
      *  is about (its after image, or its before image where there
      *  is no after image).  An 'OTHER' audit record is about no
      *  entry, so it is exported only when the card sets no limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAEXP.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXP-SELECT-IN ASSIGN TO "EXPSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT MASTER-FILE ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT OPTIONAL DATA-YTD ASSIGN TO "DATAYTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL DATA-HISTORY ASSIGN TO "DATAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT EXP-MASTER-OUT ASSIGN TO "EXPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMS-STATUS.

           SELECT EXP-HISTORY-OUT ASSIGN TO "EXPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHS-STATUS.

           SELECT EXP-AUDIT-OUT ASSIGN TO "EXPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EAU-STATUS.

           SELECT EXP-CONTROL-OUT ASSIGN TO "EXPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One selection card, as DATAINQ's: entry-id range, site code,
      *  entry-date range, each field optional (spaces = no limit).
       FD  EXP-SELECT-IN
           RECORDING MODE IS F.
       01  EXP-SELECT-RECORD.
           05  SEL-ID-FROM             PIC X(6).
           05  FILLER                  PIC X.
           05  SEL-ID-TO               PIC X(6).
           05  FILLER                  PIC X.
           05  SEL-SITE                PIC X(3).
           05  FILLER                  PIC X.
           05  SEL-DATE-FROM           PIC X(8).
           05  FILLER                  PIC X.
           05  SEL-DATE-TO             PIC X(8).
           05  SEL-RESERVED            PIC X(45).

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

      *  Year-to-date archive: 'MH' month headers followed by that
      *  month's history records unchanged.
       FD  DATA-YTD
           RECORDING MODE IS F.
       01  DATA-YTD-RECORD             PIC X(88).

       FD  DATA-HISTORY
           RECORDING MODE IS F.
       01  DATA-HISTORY-RECORD         PIC X(88).

      *  The trail and its archive are read into WS-AUDIT-RECORD.
       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(190).

       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD          PIC X(190).

       FD  EXP-MASTER-OUT.
       01  EXP-MASTER-RECORD           PIC X(700).

       FD  EXP-HISTORY-OUT.
       01  EXP-HISTORY-RECORD          PIC X(700).

       FD  EXP-AUDIT-OUT.
       01  EXP-AUDIT-RECORD            PIC X(700).

       FD  EXP-CONTROL-OUT.
       01  EXP-CONTROL-RECORD          PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SEL-STATUS           PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-MST-STATUS           PIC XX.
           05  WS-YTD-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-ARC-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-EMS-STATUS           PIC XX.
           05  WS-EHS-STATUS           PIC XX.
           05  WS-EAU-STATUS           PIC XX.
           05  WS-ECT-STATUS           PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE 0.

      *  Per export file: what was exported under the selection, and
      *  what the whole input held.
       01  WS-COUNTERS.
           05  WS-MST-EXPORT-COUNT     PIC 9(9)      VALUE 0.
           05  WS-MST-EXPORT-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-MST-FILE-COUNT       PIC 9(9)      VALUE 0.
           05  WS-MST-FILE-AMOUNT      PIC S9(11)V99 VALUE 0.
           05  WS-HIS-EXPORT-COUNT     PIC 9(9)      VALUE 0.
           05  WS-HIS-EXPORT-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-HIS-FILE-COUNT       PIC 9(9)      VALUE 0.
           05  WS-HIS-FILE-AMOUNT      PIC S9(11)V99 VALUE 0.
           05  WS-AUD-EXPORT-COUNT     PIC 9(9)      VALUE 0.
           05  WS-AUD-EXPORT-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-AUD-FILE-COUNT       PIC 9(9)      VALUE 0.
           05  WS-AUD-FILE-AMOUNT      PIC S9(11)V99 VALUE 0.

      *  Selection bounds resolved from the card; the defaults select
      *  everything so a missing or blank card exports everything.
       01  WS-SELECTION.
           05  WS-SEL-ID-FROM          PIC 9(6) VALUE 0.
           05  WS-SEL-ID-TO            PIC 9(6) VALUE 999999.
           05  WS-SEL-SITE             PIC X(3) VALUE SPACES.
           05  WS-SEL-DATE-FROM        PIC 9(8) VALUE 0.
           05  WS-SEL-DATE-TO          PIC 9(8) VALUE 99999999.

       01  WS-SEL-LIMITED-SW           PIC X VALUE 'N'.
           88  WS-SEL-LIMITED          VALUE 'Y'.

       01  WS-SELECT-MATCH-SW          PIC X VALUE 'N'.
           88  WS-SELECT-MATCHES       VALUE 'Y'.

      *  One history record, from either file.
       01  WS-HIST-RECORD.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-ENTRY-IMAGE         PIC X(80).

       01  WS-HIST-SOURCE              PIC X(4) VALUE SPACES.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

       01  WS-AUDIT-SOURCE             PIC X(4) VALUE SPACES.

       01  WS-ENTRY-IMAGE-SW           PIC X VALUE 'N'.
           88  WS-ENTRY-IMAGE          VALUE 'Y'.

      *  The entry being checked against the selection and written
      *  out, whichever file or image it came from.
       01  WS-EXPORT-ENTRY.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY EXP-ENTRY-ID
                         WS-ENTRY-DATE        BY EXP-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY EXP-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY EXP-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY EXP-ENTRY-ACCT
                         WS-ENTRY-SITE        BY EXP-ENTRY-SITE.

      *  The delimited line being built, and the one field being
      *  added to it.  A quoted field of 80 characters, every one a
      *  quote, is 162 long.
       01  WS-CSV-LINE                 PIC X(700) VALUE SPACES.
       01  WS-CSV-PTR                  PIC 9(4)  VALUE 1.
       01  WS-CSV-FIRST-SW             PIC X VALUE 'Y'.
           88  WS-CSV-FIRST-FIELD      VALUE 'Y'.
       01  WS-CSV-FIELD                PIC X(170) VALUE SPACES.
       01  WS-CSV-FIELD-LEN            PIC 9(4)  VALUE 0.
       01  WS-FIELD-PTR                PIC 9(4)  VALUE 1.

      *  Values handed to the field paragraphs.
       01  WS-PUT-TEXT                 PIC X(80) VALUE SPACES.
       01  WS-PUT-LEN                  PIC 9(4)  VALUE 0.
       01  WS-PUT-SUB                  PIC 9(4)  VALUE 0.
       01  WS-PUT-AMOUNT               PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-EDIT              PIC -(12)9.99.
       01  WS-PUT-NUMBER               PIC 9(11) VALUE 0.
       01  WS-NUMBER-EDIT              PIC Z(10)9.
       01  WS-PUT-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-PUT-DATE-PARTS REDEFINES WS-PUT-DATE.
           05  WS-PUT-YEAR             PIC X(4).
           05  WS-PUT-MONTH            PIC X(2).
           05  WS-PUT-DAY              PIC X(2).
       01  WS-PUT-STAMP                PIC X(14) VALUE SPACES.
       01  WS-PUT-STAMP-PARTS REDEFINES WS-PUT-STAMP.
           05  WS-PUT-STAMP-DATE       PIC X(8).
           05  WS-PUT-HOUR             PIC X(2).
           05  WS-PUT-MINUTE           PIC X(2).
           05  WS-PUT-SECOND           PIC X(2).

      *  Control file row in the making.
       01  WS-CTL-FILE-NAME            PIC X(8)  VALUE SPACES.
       01  WS-CTL-EXPORT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-CTL-EXPORT-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-CTL-FILE-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CTL-FILE-AMOUNT          PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 100-READ-SELECTION-CARD
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'DATAEXP: MASTER FILE DATAMST NOT AVAILABLE -'
                   ' STATUS ' WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-EXPORT-MASTER
           PERFORM 300-EXPORT-HISTORY
           PERFORM 400-EXPORT-AUDIT-TRAIL
           PERFORM 800-WRITE-CONTROL-FILE
           DISPLAY 'DATAEXP: MASTER ' WS-MST-EXPORT-COUNT
               ' OF ' WS-MST-FILE-COUNT ', HISTORY '
               WS-HIS-EXPORT-COUNT ' OF ' WS-HIS-FILE-COUNT
               ', AUDIT ' WS-AUD-EXPORT-COUNT ' OF '
               WS-AUD-FILE-COUNT ' RECORDS EXPORTED'
           STOP RUN.

      *  The run date written to the control file is the date of the
      *  DATAENT run stamp; the current date only stands in when no
      *  run stamp exists.
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

      *  A blank field on the card leaves that dimension's default
      *  bound in force, so one card can select on any mix of the
      *  three dimensions.  Any field that is used marks the export
      *  as limited.
       100-READ-SELECTION-CARD.
           OPEN INPUT EXP-SELECT-IN
           IF WS-SEL-STATUS = '00'
               READ EXP-SELECT-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEL-ID-FROM IS NUMERIC
                           MOVE SEL-ID-FROM TO WS-SEL-ID-FROM
                           MOVE 'Y' TO WS-SEL-LIMITED-SW
                       END-IF
                       IF SEL-ID-TO IS NUMERIC
                           MOVE SEL-ID-TO TO WS-SEL-ID-TO
                           MOVE 'Y' TO WS-SEL-LIMITED-SW
                       END-IF
                       IF SEL-SITE NOT = SPACES
                           MOVE SEL-SITE TO WS-SEL-SITE
                           MOVE 'Y' TO WS-SEL-LIMITED-SW
                       END-IF
                       IF SEL-DATE-FROM IS NUMERIC
                           MOVE SEL-DATE-FROM TO WS-SEL-DATE-FROM
                           MOVE 'Y' TO WS-SEL-LIMITED-SW
                       END-IF
                       IF SEL-DATE-TO IS NUMERIC
                           MOVE SEL-DATE-TO TO WS-SEL-DATE-TO
                           MOVE 'Y' TO WS-SEL-LIMITED-SW
                       END-IF
               END-READ
               CLOSE EXP-SELECT-IN
           END-IF.

       200-EXPORT-MASTER.
           OPEN OUTPUT EXP-MASTER-OUT
           PERFORM 700-START-LINE
           STRING 'ENTRY_ID,ENTRY_DATE,AMOUNT,DESCRIPTION,'
                  'ACCOUNT,SITE'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE EXP-MASTER-RECORD FROM WS-CSV-LINE
           PERFORM UNTIL WS-MST-STATUS = '10'
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-MST-FILE-COUNT
                       IF MST-ENTRY-AMOUNT IS NUMERIC
                           ADD MST-ENTRY-AMOUNT TO WS-MST-FILE-AMOUNT
                       END-IF
                       MOVE MASTER-RECORD TO WS-EXPORT-ENTRY
                       PERFORM 500-CHECK-SELECTION
                       IF WS-SELECT-MATCHES
                           ADD 1 TO WS-MST-EXPORT-COUNT
                           IF MST-ENTRY-AMOUNT IS NUMERIC
                               ADD MST-ENTRY-AMOUNT
                                   TO WS-MST-EXPORT-AMOUNT
                           END-IF
                           PERFORM 250-WRITE-MASTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE EXP-MASTER-OUT.

       250-WRITE-MASTER-LINE.
           PERFORM 700-START-LINE
           PERFORM 600-PUT-ENTRY-FIELDS
           WRITE EXP-MASTER-RECORD FROM WS-CSV-LINE.

      *  The year-to-date archive first, then the open month, so the
      *  rows come out in run-date order.
       300-EXPORT-HISTORY.
           OPEN OUTPUT EXP-HISTORY-OUT
           PERFORM 700-START-LINE
           STRING 'SOURCE,RUN_DATE,ENTRY_ID,ENTRY_DATE,AMOUNT,'
                  'DESCRIPTION,ACCOUNT,SITE'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE EXP-HISTORY-RECORD FROM WS-CSV-LINE
           MOVE 'YTD' TO WS-HIST-SOURCE
           OPEN INPUT DATA-YTD
           IF WS-YTD-STATUS = '00'
               PERFORM UNTIL WS-YTD-STATUS = '10'
                   READ DATA-YTD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DATA-YTD-RECORD(1:2) NOT = 'MH'
                               MOVE DATA-YTD-RECORD TO WS-HIST-RECORD
                               PERFORM 320-APPLY-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-YTD
           END-IF
           IF WS-YTD-STATUS = '05'
               CLOSE DATA-YTD
           END-IF
           MOVE 'HIST' TO WS-HIST-SOURCE
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DATA-HISTORY-RECORD TO WS-HIST-RECORD
                           PERFORM 320-APPLY-HISTORY
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF
           CLOSE EXP-HISTORY-OUT.

       320-APPLY-HISTORY.
           MOVE HST-ENTRY-IMAGE TO WS-EXPORT-ENTRY
           ADD 1 TO WS-HIS-FILE-COUNT
           IF EXP-ENTRY-AMOUNT IS NUMERIC
               ADD EXP-ENTRY-AMOUNT TO WS-HIS-FILE-AMOUNT
           END-IF
           PERFORM 500-CHECK-SELECTION
           IF WS-SELECT-MATCHES
               ADD 1 TO WS-HIS-EXPORT-COUNT
               IF EXP-ENTRY-AMOUNT IS NUMERIC
                   ADD EXP-ENTRY-AMOUNT TO WS-HIS-EXPORT-AMOUNT
               END-IF
               PERFORM 350-WRITE-HISTORY-LINE
           END-IF.

       350-WRITE-HISTORY-LINE.
           PERFORM 700-START-LINE
           MOVE WS-HIST-SOURCE TO WS-PUT-TEXT
           PERFORM 720-PUT-QUOTED
           MOVE WS-HIST-RECORD(1:8) TO WS-PUT-DATE
           PERFORM 730-PUT-DATE
           PERFORM 600-PUT-ENTRY-FIELDS
           WRITE EXP-HISTORY-RECORD FROM WS-CSV-LINE.

      *  The rolled-off archive first, then the live trail, so the
      *  rows come out oldest first.
       400-EXPORT-AUDIT-TRAIL.
           OPEN OUTPUT EXP-AUDIT-OUT
           PERFORM 700-START-LINE
           STRING 'SOURCE,RUN_STAMP,PROGRAM,ACTION,IMAGE_TYPE,'
                  'BEFORE_ENTRY_ID,BEFORE_ENTRY_DATE,BEFORE_AMOUNT,'
                  'BEFORE_DESCRIPTION,BEFORE_ACCOUNT,BEFORE_SITE,'
                  'AFTER_ENTRY_ID,AFTER_ENTRY_DATE,AFTER_AMOUNT,'
                  'AFTER_DESCRIPTION,AFTER_ACCOUNT,AFTER_SITE,'
                  'BEFORE_IMAGE,AFTER_IMAGE'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE EXP-AUDIT-RECORD FROM WS-CSV-LINE
           MOVE 'ARC' TO WS-AUDIT-SOURCE
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARC-STATUS = '00'
               PERFORM UNTIL WS-ARC-STATUS = '10'
                   READ AUDIT-ARCHIVE INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 420-APPLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF
           IF WS-ARC-STATUS = '05'
               CLOSE AUDIT-ARCHIVE
           END-IF
           MOVE 'TRL' TO WS-AUDIT-SOURCE
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-STATUS = '10'
                   READ AUDIT-TRAIL INTO WS-AUDIT-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 420-APPLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-AUD-STATUS = '05'
               CLOSE AUDIT-TRAIL
           END-IF
           CLOSE EXP-AUDIT-OUT.

      *  The entry an audit record is about is its after image, or
      *  its before image where there is none (a reject, a delete).
       420-APPLY-AUDIT-RECORD.
           ADD 1 TO WS-AUD-FILE-COUNT
           PERFORM 430-CLASSIFY-AUDIT-IMAGE
           IF WS-ENTRY-IMAGE
               MOVE AUD-AFTER-IMAGE TO WS-EXPORT-ENTRY
               IF AUD-AFTER-IMAGE NOT = SPACES
                       AND EXP-ENTRY-AMOUNT IS NUMERIC
                   ADD EXP-ENTRY-AMOUNT TO WS-AUD-FILE-AMOUNT
               END-IF
               IF AUD-AFTER-IMAGE = SPACES
                   MOVE AUD-BEFORE-IMAGE TO WS-EXPORT-ENTRY
               END-IF
               PERFORM 500-CHECK-SELECTION
           ELSE
               IF WS-SEL-LIMITED
                   MOVE 'N' TO WS-SELECT-MATCH-SW
               ELSE
                   MOVE 'Y' TO WS-SELECT-MATCH-SW
               END-IF
           END-IF
           IF WS-SELECT-MATCHES
               ADD 1 TO WS-AUD-EXPORT-COUNT
               IF WS-ENTRY-IMAGE
                   MOVE AUD-AFTER-IMAGE TO WS-EXPORT-ENTRY
                   IF AUD-AFTER-IMAGE NOT = SPACES
                           AND EXP-ENTRY-AMOUNT IS NUMERIC
                       ADD EXP-ENTRY-AMOUNT TO WS-AUD-EXPORT-AMOUNT
                   END-IF
               END-IF
               PERFORM 450-WRITE-AUDIT-LINE
           END-IF.

      *  Reference, budget and calendar maintenance, the schedule-
      *  control part of a template change (action suffixed 'C') and
      *  the backup snapshot marker carry no entry image.
       430-CLASSIFY-AUDIT-IMAGE.
           MOVE 'Y' TO WS-ENTRY-IMAGE-SW
           IF AUD-PROGRAM-ID = 'DATAACM'
                   OR AUD-PROGRAM-ID = 'DATABDM'
                   OR AUD-PROGRAM-ID = 'DATACAL'
                   OR AUD-PROGRAM-ID = 'DATABKP'
               MOVE 'N' TO WS-ENTRY-IMAGE-SW
           END-IF
           IF AUD-PROGRAM-ID = 'DATASTM'
                   AND AUD-ACTION(7:1) = 'C'
               MOVE 'N' TO WS-ENTRY-IMAGE-SW
           END-IF.

       450-WRITE-AUDIT-LINE.
           PERFORM 700-START-LINE
           MOVE WS-AUDIT-SOURCE TO WS-PUT-TEXT
           PERFORM 720-PUT-QUOTED
           MOVE AUD-RUN-STAMP TO WS-PUT-STAMP
           PERFORM 760-PUT-STAMP
           MOVE AUD-PROGRAM-ID TO WS-PUT-TEXT
           PERFORM 720-PUT-QUOTED
           MOVE AUD-ACTION TO WS-PUT-TEXT
           PERFORM 720-PUT-QUOTED
           IF WS-ENTRY-IMAGE
               MOVE 'ENTRY' TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
               MOVE AUD-BEFORE-IMAGE TO WS-EXPORT-ENTRY
               PERFORM 600-PUT-ENTRY-FIELDS
               MOVE AUD-AFTER-IMAGE TO WS-EXPORT-ENTRY
               PERFORM 600-PUT-ENTRY-FIELDS
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE 'OTHER' TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
               MOVE SPACES TO WS-EXPORT-ENTRY
               PERFORM 600-PUT-ENTRY-FIELDS
               PERFORM 600-PUT-ENTRY-FIELDS
               MOVE AUD-BEFORE-IMAGE TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
               MOVE AUD-AFTER-IMAGE TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
           END-IF
           WRITE EXP-AUDIT-RECORD FROM WS-CSV-LINE.

      *  A blank selection site matches every site, the way entries
      *  loaded before site stamping carry spaces and still export.
      *  An id or date that is not numeric cannot fall in a range, so
      *  it only passes when that dimension is unlimited.
       500-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECT-MATCH-SW
           IF NOT WS-SEL-LIMITED
               MOVE 'Y' TO WS-SELECT-MATCH-SW
           ELSE
               IF EXP-ENTRY-ID IS NUMERIC
                       AND EXP-ENTRY-DATE IS NUMERIC
                   IF EXP-ENTRY-ID NOT < WS-SEL-ID-FROM
                           AND EXP-ENTRY-ID NOT > WS-SEL-ID-TO
                           AND EXP-ENTRY-DATE NOT < WS-SEL-DATE-FROM
                           AND EXP-ENTRY-DATE NOT > WS-SEL-DATE-TO
                       IF WS-SEL-SITE = SPACES
                               OR EXP-ENTRY-SITE = WS-SEL-SITE
                           MOVE 'Y' TO WS-SELECT-MATCH-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  The six named entry fields of WS-EXPORT-ENTRY; an image of
      *  spaces (no image) gives six empty fields.
       600-PUT-ENTRY-FIELDS.
           IF WS-EXPORT-ENTRY = SPACES
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
               PERFORM 770-PUT-EMPTY
           ELSE
               IF EXP-ENTRY-ID IS NUMERIC
                   MOVE EXP-ENTRY-ID TO WS-PUT-NUMBER
                   PERFORM 750-PUT-NUMBER
               ELSE
                   MOVE WS-EXPORT-ENTRY(1:6) TO WS-PUT-TEXT
                   PERFORM 720-PUT-QUOTED
               END-IF
               MOVE WS-EXPORT-ENTRY(7:8) TO WS-PUT-DATE
               PERFORM 730-PUT-DATE
               IF EXP-ENTRY-AMOUNT IS NUMERIC
                   MOVE EXP-ENTRY-AMOUNT TO WS-PUT-AMOUNT
                   PERFORM 740-PUT-AMOUNT
               ELSE
                   MOVE WS-EXPORT-ENTRY(15:9) TO WS-PUT-TEXT
                   PERFORM 720-PUT-QUOTED
               END-IF
               MOVE EXP-ENTRY-DESCRIPTION TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
               MOVE EXP-ENTRY-ACCT TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
               MOVE EXP-ENTRY-SITE TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
           END-IF.

       700-START-LINE.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE 'Y' TO WS-CSV-FIRST-SW.

      *  Adds WS-CSV-FIELD (WS-CSV-FIELD-LEN long, possibly empty) to
      *  the line, behind a comma unless it is the first field.
       710-ADD-FIELD.
           IF WS-CSV-FIRST-FIELD
               MOVE 'N' TO WS-CSV-FIRST-SW
           ELSE
               STRING ',' DELIMITED BY SIZE
                      INTO WS-CSV-LINE
                      WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF WS-CSV-FIELD-LEN > 0
               STRING WS-CSV-FIELD(1:WS-CSV-FIELD-LEN)
                      DELIMITED BY SIZE
                      INTO WS-CSV-LINE
                      WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

      *  WS-PUT-TEXT in quotes, trailing spaces dropped and any quote
      *  inside doubled.
       720-PUT-QUOTED.
           MOVE 80 TO WS-PUT-LEN
           PERFORM UNTIL WS-PUT-LEN = 0
                   OR WS-PUT-TEXT(WS-PUT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PUT-LEN
           END-PERFORM
           MOVE SPACES TO WS-CSV-FIELD
           MOVE 1 TO WS-FIELD-PTR
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-FIELD
                  WITH POINTER WS-FIELD-PTR
           END-STRING
           PERFORM VARYING WS-PUT-SUB FROM 1 BY 1
                   UNTIL WS-PUT-SUB > WS-PUT-LEN
               IF WS-PUT-TEXT(WS-PUT-SUB:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO WS-CSV-FIELD
                          WITH POINTER WS-FIELD-PTR
                   END-STRING
               ELSE
                   STRING WS-PUT-TEXT(WS-PUT-SUB:1) DELIMITED BY SIZE
                          INTO WS-CSV-FIELD
                          WITH POINTER WS-FIELD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-FIELD
                  WITH POINTER WS-FIELD-PTR
           END-STRING
           COMPUTE WS-CSV-FIELD-LEN = WS-FIELD-PTR - 1
           PERFORM 710-ADD-FIELD
           MOVE SPACES TO WS-PUT-TEXT.

      *  WS-PUT-DATE (YYYYMMDD) as YYYY-MM-DD; spaces give an empty
      *  field, and anything that is not a date goes out as its
      *  characters in quotes.
       730-PUT-DATE.
           IF WS-PUT-DATE = SPACES
               PERFORM 770-PUT-EMPTY
           ELSE
               IF WS-PUT-DATE IS NUMERIC
                       AND WS-PUT-MONTH NOT < '01'
                       AND WS-PUT-MONTH NOT > '12'
                       AND WS-PUT-DAY NOT < '01'
                       AND WS-PUT-DAY NOT > '31'
                   MOVE SPACES TO WS-CSV-FIELD
                   STRING WS-PUT-YEAR '-' WS-PUT-MONTH '-' WS-PUT-DAY
                          DELIMITED BY SIZE
                          INTO WS-CSV-FIELD
                   END-STRING
                   MOVE 10 TO WS-CSV-FIELD-LEN
                   PERFORM 710-ADD-FIELD
               ELSE
                   MOVE WS-PUT-DATE TO WS-PUT-TEXT
                   PERFORM 720-PUT-QUOTED
               END-IF
           END-IF.

      *  WS-PUT-AMOUNT as a signed decimal, leading spaces dropped.
       740-PUT-AMOUNT.
           MOVE WS-PUT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE 1 TO WS-PUT-SUB
           PERFORM UNTIL WS-AMOUNT-EDIT(WS-PUT-SUB:1) NOT = SPACE
               ADD 1 TO WS-PUT-SUB
           END-PERFORM
           COMPUTE WS-CSV-FIELD-LEN = 17 - WS-PUT-SUB
           MOVE SPACES TO WS-CSV-FIELD
           MOVE WS-AMOUNT-EDIT(WS-PUT-SUB:WS-CSV-FIELD-LEN)
               TO WS-CSV-FIELD
           PERFORM 710-ADD-FIELD.

      *  WS-PUT-NUMBER without leading zeros.
       750-PUT-NUMBER.
           MOVE WS-PUT-NUMBER TO WS-NUMBER-EDIT
           MOVE 1 TO WS-PUT-SUB
           PERFORM UNTIL WS-NUMBER-EDIT(WS-PUT-SUB:1) NOT = SPACE
               ADD 1 TO WS-PUT-SUB
           END-PERFORM
           COMPUTE WS-CSV-FIELD-LEN = 12 - WS-PUT-SUB
           MOVE SPACES TO WS-CSV-FIELD
           MOVE WS-NUMBER-EDIT(WS-PUT-SUB:WS-CSV-FIELD-LEN)
               TO WS-CSV-FIELD
           PERFORM 710-ADD-FIELD.

      *  WS-PUT-STAMP (YYYYMMDDHHMMSS) as YYYY-MM-DD HH:MM:SS; as
      *  WS-PUT-DATE for anything else.
       760-PUT-STAMP.
           MOVE WS-PUT-STAMP-DATE TO WS-PUT-DATE
           IF WS-PUT-STAMP IS NUMERIC
                   AND WS-PUT-MONTH NOT < '01'
                   AND WS-PUT-MONTH NOT > '12'
                   AND WS-PUT-DAY NOT < '01'
                   AND WS-PUT-DAY NOT > '31'
               MOVE SPACES TO WS-CSV-FIELD
               STRING WS-PUT-YEAR '-' WS-PUT-MONTH '-' WS-PUT-DAY
                      ' ' WS-PUT-HOUR ':' WS-PUT-MINUTE ':'
                      WS-PUT-SECOND
                      DELIMITED BY SIZE
                      INTO WS-CSV-FIELD
               END-STRING
               MOVE 19 TO WS-CSV-FIELD-LEN
               PERFORM 710-ADD-FIELD
           ELSE
               IF WS-PUT-STAMP = SPACES
                   PERFORM 770-PUT-EMPTY
               ELSE
                   MOVE WS-PUT-STAMP TO WS-PUT-TEXT
                   PERFORM 720-PUT-QUOTED
               END-IF
           END-IF.

       770-PUT-EMPTY.
           MOVE 0 TO WS-CSV-FIELD-LEN
           PERFORM 710-ADD-FIELD.

      *  One row per export file, each carrying the run date and the
      *  selection in force; a bound left at its default is written
      *  empty.
       800-WRITE-CONTROL-FILE.
           OPEN OUTPUT EXP-CONTROL-OUT
           PERFORM 700-START-LINE
           STRING 'FILE,EXPORTED_RECORDS,EXPORTED_AMOUNT,'
                  'FILE_RECORDS,FILE_AMOUNT,RUN_DATE,'
                  'ID_FROM,ID_TO,SITE,DATE_FROM,DATE_TO'
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE EXP-CONTROL-RECORD FROM WS-CSV-LINE
           MOVE 'MASTER' TO WS-CTL-FILE-NAME
           MOVE WS-MST-EXPORT-COUNT TO WS-CTL-EXPORT-COUNT
           MOVE WS-MST-EXPORT-AMOUNT TO WS-CTL-EXPORT-AMOUNT
           MOVE WS-MST-FILE-COUNT TO WS-CTL-FILE-COUNT
           MOVE WS-MST-FILE-AMOUNT TO WS-CTL-FILE-AMOUNT
           PERFORM 850-WRITE-CONTROL-LINE
           MOVE 'HISTORY' TO WS-CTL-FILE-NAME
           MOVE WS-HIS-EXPORT-COUNT TO WS-CTL-EXPORT-COUNT
           MOVE WS-HIS-EXPORT-AMOUNT TO WS-CTL-EXPORT-AMOUNT
           MOVE WS-HIS-FILE-COUNT TO WS-CTL-FILE-COUNT
           MOVE WS-HIS-FILE-AMOUNT TO WS-CTL-FILE-AMOUNT
           PERFORM 850-WRITE-CONTROL-LINE
           MOVE 'AUDIT' TO WS-CTL-FILE-NAME
           MOVE WS-AUD-EXPORT-COUNT TO WS-CTL-EXPORT-COUNT
           MOVE WS-AUD-EXPORT-AMOUNT TO WS-CTL-EXPORT-AMOUNT
           MOVE WS-AUD-FILE-COUNT TO WS-CTL-FILE-COUNT
           MOVE WS-AUD-FILE-AMOUNT TO WS-CTL-FILE-AMOUNT
           PERFORM 850-WRITE-CONTROL-LINE
           CLOSE EXP-CONTROL-OUT.

       850-WRITE-CONTROL-LINE.
           PERFORM 700-START-LINE
           MOVE WS-CTL-FILE-NAME TO WS-PUT-TEXT
           PERFORM 720-PUT-QUOTED
           MOVE WS-CTL-EXPORT-COUNT TO WS-PUT-NUMBER
           PERFORM 750-PUT-NUMBER
           MOVE WS-CTL-EXPORT-AMOUNT TO WS-PUT-AMOUNT
           PERFORM 740-PUT-AMOUNT
           MOVE WS-CTL-FILE-COUNT TO WS-PUT-NUMBER
           PERFORM 750-PUT-NUMBER
           MOVE WS-CTL-FILE-AMOUNT TO WS-PUT-AMOUNT
           PERFORM 740-PUT-AMOUNT
           MOVE WS-RUN-DATE TO WS-PUT-DATE
           PERFORM 730-PUT-DATE
           IF WS-SEL-ID-FROM = 0
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE WS-SEL-ID-FROM TO WS-PUT-NUMBER
               PERFORM 750-PUT-NUMBER
           END-IF
           IF WS-SEL-ID-TO = 999999
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE WS-SEL-ID-TO TO WS-PUT-NUMBER
               PERFORM 750-PUT-NUMBER
           END-IF
           IF WS-SEL-SITE = SPACES
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE WS-SEL-SITE TO WS-PUT-TEXT
               PERFORM 720-PUT-QUOTED
           END-IF
           IF WS-SEL-DATE-FROM = 0
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE WS-SEL-DATE-FROM TO WS-PUT-DATE
               PERFORM 730-PUT-DATE
           END-IF
           IF WS-SEL-DATE-TO = 99999999
               PERFORM 770-PUT-EMPTY
           ELSE
               MOVE WS-SEL-DATE-TO TO WS-PUT-DATE
               PERFORM 730-PUT-DATE
           END-IF
           WRITE EXP-CONTROL-RECORD FROM WS-CSV-LINE.
