      *****************************************************************
      *  DATAXDP.cob
      *  Cross-day duplicate-payment screen ahead of the master
      *  update.  DATADUP only catches the same entry id twice in one
      *  day's sorted file; the real losses come from the same item
      *  keyed again on a later day, or at another site, under a new
      *  entry id.  This step runs after the DATADRV stream and ahead
      *  of DATAUPD.  It reads the day's finished table (DATADUPOUT)
      *  and checks every entry against the master (DATAMST), the
      *  open month on the history file (DATAHIST), the items already
      *  held on DATAXDPHLD, and the entries ahead of it in the day's
      *  own file.  An entry whose date,
      *  amount, account code, and description all match an existing
      *  entry under a different entry id - at the same site or any
      *  other - is a suspected duplicate.
      *
      *  Survivors are written to DATAUPDIN, the file DATAUPD reads.
      *  Suspects are held off the master update on the hold file
      *  (DATAXDPHLD) with the date they were held, listed on the
      *  review report (DATAXDPRPT) beside the entry they match, and
      *  age there run after run until a release card (XDPRELIN, one
      *  entry id per line) lets them through into that day's update,
      *  written ahead of the day's entries - the same hold-and-
      *  release discipline DATALIM applies to over-limit amounts.
      *  A release card that matches no held item is listed on the
      *  report as unmatched, so a mistyped or already released id
      *  is seen rather than silently ignored.
      *
      *  DATAARC archives DATAUPDIN, so a held item reaches neither
      *  the master nor the history until it is released; screening
      *  against the hold file keeps it in view of later days'
      *  entries meanwhile.  History records archived under this
      *  run's own date are the day's entries already on DATAHIST (a
      *  rerun after DATAARC) and are skipped; the day's file is
      *  screened against itself instead, the later of two matching
      *  entries being the one held.  A day's entry already on the
      *  hold file byte for byte (held by an earlier run of the same
      *  day) is reported as already held; it is neither held a
      *  second time nor passed.
      *
      *  Should the hold file hold more items than the hold table,
      *  the step writes nothing but the warning on its report -
      *  DATAXDPHLD is left as it was and DATAXDPRID is not stamped,
      *  so DATAUPD will not post - and ends with return code 8.
      *
      *  Once DATAUPDIN is written, DATAXDPRID is stamped with the
      *  DATAENT run stamp, and DATAUPD will not post a DATAUPDIN
      *  whose stamp is not the current run's.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAXDP.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATADUP-OUT ASSIGN TO "DATADUPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

           SELECT OPTIONAL MASTER-FILE ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT OPTIONAL DATA-HISTORY ASSIGN TO "DATAHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT OPTIONAL XDP-RELEASE-IN ASSIGN TO "XDPRELIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT OPTIONAL XDP-HOLD-FILE ASSIGN TO "DATAXDPHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT DATAXDP-OUT ASSIGN TO "DATAUPDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT DATAXDP-RPT ASSIGN TO "DATAXDPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DATAXDP-RUNID ASSIGN TO "DATAXDPRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATADUP-OUT
           RECORDING MODE IS F.
       01  DATADUP-OUT-RECORD          PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY MST-ENTRY-ID
                         WS-ENTRY-DATE        BY MST-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY MST-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY MST-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY MST-ENTRY-ACCT
                         WS-ENTRY-SITE        BY MST-ENTRY-SITE.

      *  One history record per archived entry: the run date it was
      *  archived under, then the 80-byte entry (see DATAARC.cob).
       FD  DATA-HISTORY
           RECORDING MODE IS F.
       01  DATA-HISTORY-RECORD.
           05  HIS-RUN-DATE            PIC 9(8).
           05  HIS-ENTRY-IMAGE         PIC X(80).

       FD  XDP-RELEASE-IN
           RECORDING MODE IS F.
       01  XDP-RELEASE-RECORD.
           05  REL-ENTRY-ID            PIC 9(6).
           05  REL-RESERVED            PIC X(74).

      *  One hold record per suspected duplicate: the date it was
      *  held, then the 80-byte entry exactly as screened.
       FD  XDP-HOLD-FILE
           RECORDING MODE IS F.
       01  XDP-HOLD-RECORD.
           05  HLD-HELD-DATE           PIC 9(8).
           05  HLD-ENTRY-IMAGE         PIC X(80).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

       FD  DATAXDP-OUT
           RECORDING MODE IS F.
       01  DATAXDP-OUT-RECORD          PIC X(80).

       FD  DATAXDP-RPT.
       01  DATAXDP-RPT-RECORD          PIC X(132).

      *  Stamped with the DATAENT run stamp once DATAUPDIN is
      *  written, so DATAUPD can tell the DATAUPDIN on disk belongs
      *  to the current run before posting it.
       FD  DATAXDP-RUNID.
       01  DATAXDP-RUNID-RECORD        PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DUP-STATUS           PIC XX.
           05  WS-MST-STATUS           PIC XX.
           05  WS-HIS-STATUS           PIC XX.
           05  WS-REL-STATUS           PIC XX.
           05  WS-HLD-STATUS           PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-XRID-STATUS          PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE 0.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-PASS-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-RELEASE-COUNT        PIC 9(5) VALUE 0.
           05  WS-AGED-COUNT           PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
           05  WS-MASTER-COUNT         PIC 9(7) VALUE 0.
           05  WS-HISTORY-COUNT        PIC 9(7) VALUE 0.
           05  WS-HOLD-SCREEN-COUNT    PIC 9(5) VALUE 0.
           05  WS-HOLD-DROPPED-COUNT   PIC 9(5) VALUE 0.
           05  WS-ALREADY-HELD-COUNT   PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.

      *  The existing entry in hand (master, history, or an earlier
      *  entry of the day's own file), laid out by name.
       01  WS-PRIOR-TEXT.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY WS-PRIOR-ID
                         WS-ENTRY-DATE        BY WS-PRIOR-DATE
                         WS-ENTRY-AMOUNT      BY WS-PRIOR-AMOUNT
                         WS-ENTRY-DESCRIPTION BY WS-PRIOR-DESCRIPTION
                         WS-ENTRY-ACCT        BY WS-PRIOR-ACCT
                         WS-ENTRY-SITE        BY WS-PRIOR-SITE.

      *  The day's entry being screened, laid out by name.
       01  WS-DAY-TEXT.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY WS-DAY-ID
                         WS-ENTRY-DATE        BY WS-DAY-DATE
                         WS-ENTRY-AMOUNT      BY WS-DAY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY WS-DAY-DESCRIPTION
                         WS-ENTRY-ACCT        BY WS-DAY-ACCT
                         WS-ENTRY-SITE        BY WS-DAY-SITE.

      *  The day's finished table held for the run, each entry with
      *  the first existing entry it was found to match.  Matches
      *  DATAENT's compiled table ceiling, which the day's file can
      *  never exceed.
       01  XDP-DAY-MAX                 PIC 9(5) VALUE 999.
       01  WS-DAY-COUNT                PIC 9(5) VALUE 0.
       01  WS-DAY-SUB                  PIC 9(5) VALUE 0.
       01  WS-EARLIER-SUB              PIC 9(5) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 999 TIMES.
               10  WS-DAY-IMAGE        PIC X(80).
               10  WS-DAY-SUSPECT-SW   PIC X.
                   88  WS-DAY-IS-SUSPECT   VALUE 'Y'.
               10  WS-DAY-MATCH-SOURCE PIC X(8).
               10  WS-DAY-MATCH-IMAGE  PIC X(80).

       01  WS-MATCH-SOURCE             PIC X(8) VALUE SPACES.

       01  XDP-RELEASE-MAX             PIC 9(5) VALUE 999.
       01  WS-RELEASE-CARD-COUNT       PIC 9(5) VALUE 0.
       01  WS-RELEASE-SUB              PIC 9(5) VALUE 0.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 999 TIMES.
               10  WS-RELEASE-ID       PIC 9(6).
               10  WS-RELEASE-USED     PIC X.

      *  Must match the OCCURS ceiling on WS-HOLD-ENTRY below.
       01  XDP-HOLD-MAX                PIC 9(5) VALUE 999.
       01  WS-HOLD-COUNT               PIC 9(5) VALUE 0.
       01  WS-HOLD-SUB                 PIC 9(5) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 999 TIMES.
               10  WS-HLD-HELD-DATE    PIC 9(8).
               10  WS-HLD-IMAGE        PIC X(80).
               10  WS-HLD-RELEASED     PIC X.

       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.
       01  WS-HELD-SUB                 PIC 9(5) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAXDP -'.
           05  FILLER                  PIC X(40) VALUE
                   ' CROSS-DAY DUPLICATE REVIEW REPORT      '.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-DTL-DISPOSITION      PIC X(26).
           05  FILLER                  PIC X(6)  VALUE ' HELD '.
           05  WS-DTL-HELD-DATE        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-DTL-ENTRY            PIC X(80).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-RPT-MATCH-LINE.
           05  FILLER                  PIC X(19) VALUE
                   '   MATCHES ENTRY ON'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-MTL-SOURCE           PIC X(8).
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-MTL-ENTRY            PIC X(80).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-OVERFLOW-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-OVW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' SUSPECTED DUPLICATES PASSED THROUGH - T'.
           05  FILLER                  PIC X(40) VALUE
                   'HE 999-ROW HOLD TABLE IS FULL ***       '.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-RPT-HOLD-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-HFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' HELD ITEMS NOT LOADED - THE 999-ROW HOL'.
           05  FILLER                  PIC X(40) VALUE
                   'D TABLE IS FULL; DATAXDPHLD NOT REWRITTE'.
           05  FILLER                  PIC X(34) VALUE 'N ***'.

       01  WS-RPT-UNMATCHED-LINE.
           05  FILLER                  PIC X(26) VALUE
                   'UNMATCHED RELEASE CARD'.
           05  FILLER                  PIC X(10) VALUE ' ENTRY ID '.
           05  WS-UML-ENTRY-ID         PIC 9(6).
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(6)  VALUE 'READ  '.
           05  WS-TOT-READ             PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE '  PASSED '.
           05  WS-TOT-PASS             PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
                   '  HELD TODAY '.
           05  WS-TOT-HELD             PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  RELEASED '.
           05  WS-TOT-RELEASE          PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                   '  STILL HELD   '.
           05  WS-TOT-AGED             PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                   '  ALREADY HELD '.
           05  WS-TOT-ALREADY-HELD     PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   '  UNMATCHED CARDS '.
           05  WS-TOT-UNMATCHED        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-RPT-SCOPE-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'SCREENED AGAINST  '.
           05  WS-SCP-MASTER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   ' MASTER RECORDS   '.
           05  WS-SCP-HISTORY          PIC ZZZZZZ9.
           05  FILLER                  PIC X(24) VALUE
                   ' OPEN-MONTH HISTORY RECS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SCP-HOLD             PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE
                   ' HELD ITEMS'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 100-LOAD-RELEASE-CARDS
           PERFORM 120-LOAD-HOLD-FILE
           IF WS-HOLD-DROPPED-COUNT > 0
               PERFORM 180-REPORT-HOLD-TABLE-FULL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-LOAD-DAYS-ENTRIES
           PERFORM 200-SCREEN-WITHIN-DAY
               VARYING WS-DAY-SUB FROM 2 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
           PERFORM 250-SCREEN-AGAINST-MASTER
           PERFORM 300-SCREEN-AGAINST-HISTORY
           PERFORM 330-SCREEN-AGAINST-HOLDS
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
           OPEN OUTPUT DATAXDP-OUT
           OPEN OUTPUT DATAXDP-RPT
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-BLANK
           PERFORM 400-RELEASE-APPROVED-ITEMS
           PERFORM 500-WRITE-DAYS-ENTRIES
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
           PERFORM 600-REWRITE-HOLD-FILE
           PERFORM 700-WRITE-SCREEN-TOTALS
           CLOSE DATAXDP-OUT
           CLOSE DATAXDP-RPT
           PERFORM 750-WRITE-RUN-ID
           DISPLAY 'DATAXDP: READ ' WS-READ-COUNT
               '  HELD ' WS-HELD-COUNT
               '  RELEASED ' WS-RELEASE-COUNT
               '  STILL HELD ' WS-AGED-COUNT
               '  UNMATCHED CARDS ' WS-UNMATCHED-COUNT
           STOP RUN.

      *  The run date is the date of the DATAENT run the day's file
      *  belongs to; the current date only stands in when no run
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

       100-LOAD-RELEASE-CARDS.
           OPEN INPUT XDP-RELEASE-IN
           IF WS-REL-STATUS = '00'
               PERFORM UNTIL WS-REL-STATUS = '10'
                   READ XDP-RELEASE-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-RELEASE-CARD-COUNT < XDP-RELEASE-MAX
                               ADD 1 TO WS-RELEASE-CARD-COUNT
                               MOVE REL-ENTRY-ID TO
                                   WS-RELEASE-ID(WS-RELEASE-CARD-COUNT)
                               MOVE 'N' TO
                                 WS-RELEASE-USED(WS-RELEASE-CARD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XDP-RELEASE-IN
           END-IF.

       120-LOAD-HOLD-FILE.
           OPEN INPUT XDP-HOLD-FILE
           IF WS-HLD-STATUS = '00'
               PERFORM UNTIL WS-HLD-STATUS = '10'
                   READ XDP-HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-HOLD-COUNT < XDP-HOLD-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HLD-HELD-DATE TO
                                   WS-HLD-HELD-DATE(WS-HOLD-COUNT)
                               MOVE HLD-ENTRY-IMAGE TO
                                   WS-HLD-IMAGE(WS-HOLD-COUNT)
                               MOVE 'N' TO
                                   WS-HLD-RELEASED(WS-HOLD-COUNT)
                           ELSE
                               ADD 1 TO WS-HOLD-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XDP-HOLD-FILE
           END-IF
           IF WS-HLD-STATUS = '05'
               CLOSE XDP-HOLD-FILE
           END-IF.

       150-LOAD-DAYS-ENTRIES.
           OPEN INPUT DATADUP-OUT
           IF WS-DUP-STATUS = '00'
               PERFORM UNTIL WS-DUP-STATUS = '10'
                   READ DATADUP-OUT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF WS-DAY-COUNT < XDP-DAY-MAX
                               ADD 1 TO WS-DAY-COUNT
                               MOVE DATADUP-OUT-RECORD
                                   TO WS-DAY-IMAGE(WS-DAY-COUNT)
                               MOVE 'N'
                                   TO WS-DAY-SUSPECT-SW(WS-DAY-COUNT)
                               MOVE SPACES
                                 TO WS-DAY-MATCH-SOURCE(WS-DAY-COUNT)
                               MOVE SPACES
                                 TO WS-DAY-MATCH-IMAGE(WS-DAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATADUP-OUT
           END-IF.

       180-REPORT-HOLD-TABLE-FULL.
           OPEN OUTPUT DATAXDP-RPT
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-HOLD-DROPPED-COUNT TO WS-HFW-COUNT
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-HOLD-FULL-WARNING
           CLOSE DATAXDP-RPT
           DISPLAY 'DATAXDP: *** HOLD TABLE FULL - '
               WS-HOLD-DROPPED-COUNT ' HELD ITEMS COULD NOT BE LOADED'
               ' - DATAXDPHLD NOT REWRITTEN ***'.

      *  The later of two matching entries in the day's own file is
      *  the suspect; the earlier one passes.
       200-SCREEN-WITHIN-DAY.
           MOVE 'TODAY' TO WS-MATCH-SOURCE
           PERFORM VARYING WS-EARLIER-SUB FROM 1 BY 1
                   UNTIL WS-EARLIER-SUB >= WS-DAY-SUB
                       OR WS-DAY-IS-SUSPECT(WS-DAY-SUB)
               MOVE WS-DAY-IMAGE(WS-EARLIER-SUB) TO WS-PRIOR-TEXT
               PERFORM 350-COMPARE-ONE-DAY-ENTRY
           END-PERFORM.

       250-SCREEN-AGAINST-MASTER.
           MOVE 'DATAMST' TO WS-MATCH-SOURCE
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS = '00'
               PERFORM UNTIL WS-MST-STATUS = '10'
                   READ MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE MASTER-RECORD TO WS-PRIOR-TEXT
                           PERFORM 320-COMPARE-ALL-DAY-ENTRIES
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           IF WS-MST-STATUS = '05'
               CLOSE MASTER-FILE
           END-IF.

       300-SCREEN-AGAINST-HISTORY.
           MOVE 'DATAHIST' TO WS-MATCH-SOURCE
           OPEN INPUT DATA-HISTORY
           IF WS-HIS-STATUS = '00'
               PERFORM UNTIL WS-HIS-STATUS = '10'
                   READ DATA-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIS-RUN-DATE NOT = WS-RUN-DATE
                               ADD 1 TO WS-HISTORY-COUNT
                               MOVE HIS-ENTRY-IMAGE TO WS-PRIOR-TEXT
                               PERFORM 320-COMPARE-ALL-DAY-ENTRIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-HISTORY
           END-IF
           IF WS-HIS-STATUS = '05'
               CLOSE DATA-HISTORY
           END-IF.

      *  Every item on the hold file as loaded, released today or
      *  not: a released item goes into today's update, and one still
      *  held may yet be, so either way a day's entry matching it is
      *  a suspect.
       330-SCREEN-AGAINST-HOLDS.
           MOVE 'HOLDFILE' TO WS-MATCH-SOURCE
           ADD 1 TO WS-HOLD-SCREEN-COUNT
           MOVE WS-HLD-IMAGE(WS-HOLD-SUB) TO WS-PRIOR-TEXT
           PERFORM 320-COMPARE-ALL-DAY-ENTRIES.

       320-COMPARE-ALL-DAY-ENTRIES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF NOT WS-DAY-IS-SUSPECT(WS-DAY-SUB)
                   PERFORM 350-COMPARE-ONE-DAY-ENTRY
               END-IF
           END-PERFORM.

      *  A suspect matches on every business field - date, amount,
      *  account code, description - under a different entry id.
      *  The site is deliberately left out of the match: the same
      *  item keyed at a second site is the case this screen exists
      *  for.
       350-COMPARE-ONE-DAY-ENTRY.
           MOVE WS-DAY-IMAGE(WS-DAY-SUB) TO WS-DAY-TEXT
           IF WS-PRIOR-ID NOT = WS-DAY-ID
                   AND WS-PRIOR-DATE = WS-DAY-DATE
                   AND WS-PRIOR-AMOUNT = WS-DAY-AMOUNT
                   AND WS-PRIOR-ACCT = WS-DAY-ACCT
                   AND WS-PRIOR-DESCRIPTION = WS-DAY-DESCRIPTION
               MOVE 'Y' TO WS-DAY-SUSPECT-SW(WS-DAY-SUB)
               MOVE WS-MATCH-SOURCE TO WS-DAY-MATCH-SOURCE(WS-DAY-SUB)
               MOVE WS-PRIOR-TEXT TO WS-DAY-MATCH-IMAGE(WS-DAY-SUB)
           END-IF.

      *  A held item with a matching release card goes into today's
      *  update, written ahead of the day's entries.  Everything
      *  still unreleased stays on the report, aging under the date
      *  it was first held.
       400-RELEASE-APPROVED-ITEMS.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                       UNTIL WS-RELEASE-SUB > WS-RELEASE-CARD-COUNT
                   IF WS-RELEASE-ID(WS-RELEASE-SUB)
                           = WS-HLD-IMAGE(WS-HOLD-SUB)(1:6)
                       MOVE WS-RELEASE-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               MOVE WS-HLD-HELD-DATE(WS-HOLD-SUB) TO WS-DTL-HELD-DATE
               MOVE WS-HLD-IMAGE(WS-HOLD-SUB) TO WS-DTL-ENTRY
               IF WS-MATCH-SUB > 0
                   MOVE 'Y' TO WS-HLD-RELEASED(WS-HOLD-SUB)
                   MOVE 'Y' TO WS-RELEASE-USED(WS-MATCH-SUB)
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE WS-HLD-IMAGE(WS-HOLD-SUB)
                       TO DATAXDP-OUT-RECORD
                   WRITE DATAXDP-OUT-RECORD
                   MOVE 'RELEASED BY CARD' TO WS-DTL-DISPOSITION
               ELSE
                   ADD 1 TO WS-AGED-COUNT
                   MOVE 'HELD - AWAITING RELEASE'
                       TO WS-DTL-DISPOSITION
               END-IF
               WRITE DATAXDP-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                   UNTIL WS-RELEASE-SUB > WS-RELEASE-CARD-COUNT
               IF WS-RELEASE-USED(WS-RELEASE-SUB) NOT = 'Y'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-RELEASE-ID(WS-RELEASE-SUB)
                       TO WS-UML-ENTRY-ID
                   WRITE DATAXDP-RPT-RECORD FROM WS-RPT-UNMATCHED-LINE
               END-IF
           END-PERFORM.

      *  An entry already on the hold file exactly as screened today
      *  was held by an earlier run of the same day; it stays held
      *  once, whatever today's screen found.
       500-WRITE-DAYS-ENTRIES.
           PERFORM 520-FIND-HELD-IMAGE
           EVALUATE TRUE
               WHEN WS-HELD-SUB > 0
                   ADD 1 TO WS-ALREADY-HELD-COUNT
                   MOVE 'ALREADY HELD - NOT ADDED'
                       TO WS-DTL-DISPOSITION
                   MOVE WS-HLD-HELD-DATE(WS-HELD-SUB)
                       TO WS-DTL-HELD-DATE
                   MOVE WS-DAY-IMAGE(WS-DAY-SUB) TO WS-DTL-ENTRY
                   WRITE DATAXDP-RPT-RECORD FROM WS-RPT-DETAIL
               WHEN WS-DAY-IS-SUSPECT(WS-DAY-SUB)
                   PERFORM 550-HOLD-ONE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-PASS-COUNT
                   MOVE WS-DAY-IMAGE(WS-DAY-SUB)
                       TO DATAXDP-OUT-RECORD
                   WRITE DATAXDP-OUT-RECORD
           END-EVALUATE.

       520-FIND-HELD-IMAGE.
           MOVE 0 TO WS-HELD-SUB
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR WS-HELD-SUB > 0
               IF WS-HLD-IMAGE(WS-HOLD-SUB) = WS-DAY-IMAGE(WS-DAY-SUB)
                   MOVE WS-HOLD-SUB TO WS-HELD-SUB
               END-IF
           END-PERFORM.

       550-HOLD-ONE-ENTRY.
           IF WS-HOLD-COUNT < XDP-HOLD-MAX
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-RUN-DATE TO WS-HLD-HELD-DATE(WS-HOLD-COUNT)
               MOVE WS-DAY-IMAGE(WS-DAY-SUB)
                   TO WS-HLD-IMAGE(WS-HOLD-COUNT)
               MOVE 'N' TO WS-HLD-RELEASED(WS-HOLD-COUNT)
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD TODAY - SUSPECT DUP' TO WS-DTL-DISPOSITION
               MOVE WS-RUN-DATE TO WS-DTL-HELD-DATE
               MOVE WS-DAY-IMAGE(WS-DAY-SUB) TO WS-DTL-ENTRY
               WRITE DATAXDP-RPT-RECORD FROM WS-RPT-DETAIL
               MOVE WS-DAY-MATCH-SOURCE(WS-DAY-SUB) TO WS-MTL-SOURCE
               MOVE WS-DAY-MATCH-IMAGE(WS-DAY-SUB) TO WS-MTL-ENTRY
               WRITE DATAXDP-RPT-RECORD FROM WS-RPT-MATCH-LINE
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD 1 TO WS-PASS-COUNT
               MOVE WS-DAY-IMAGE(WS-DAY-SUB) TO DATAXDP-OUT-RECORD
               WRITE DATAXDP-OUT-RECORD
           END-IF.

      *  The hold file is rewritten whole each run: today's new
      *  suspects plus everything still unreleased, so unreleased
      *  items carry forward and released ones fall away.
       600-REWRITE-HOLD-FILE.
           OPEN OUTPUT XDP-HOLD-FILE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HLD-RELEASED(WS-HOLD-SUB) NOT = 'Y'
                   MOVE WS-HLD-HELD-DATE(WS-HOLD-SUB)
                       TO HLD-HELD-DATE
                   MOVE WS-HLD-IMAGE(WS-HOLD-SUB)
                       TO HLD-ENTRY-IMAGE
                   WRITE XDP-HOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE XDP-HOLD-FILE.

       700-WRITE-SCREEN-TOTALS.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-OVW-COUNT
               WRITE DATAXDP-RPT-RECORD FROM WS-RPT-OVERFLOW-WARNING
               DISPLAY 'DATAXDP: *** HOLD TABLE FULL - '
                   WS-OVERFLOW-COUNT ' SUSPECTED DUPLICATES PASSED'
                   ' THROUGH UNHELD ***'
           END-IF
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-MASTER-COUNT TO WS-SCP-MASTER
           MOVE WS-HISTORY-COUNT TO WS-SCP-HISTORY
           MOVE WS-HOLD-SCREEN-COUNT TO WS-SCP-HOLD
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-SCOPE-LINE
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-PASS-COUNT TO WS-TOT-PASS
           MOVE WS-HELD-COUNT TO WS-TOT-HELD
           MOVE WS-RELEASE-COUNT TO WS-TOT-RELEASE
           MOVE WS-AGED-COUNT TO WS-TOT-AGED
           MOVE WS-ALREADY-HELD-COUNT TO WS-TOT-ALREADY-HELD
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-UNMATCHED
           WRITE DATAXDP-RPT-RECORD FROM WS-RPT-TOTALS.

       750-WRITE-RUN-ID.
           OPEN OUTPUT DATAXDP-RUNID
           WRITE DATAXDP-RUNID-RECORD FROM WS-RUN-STAMP
           CLOSE DATAXDP-RUNID.
