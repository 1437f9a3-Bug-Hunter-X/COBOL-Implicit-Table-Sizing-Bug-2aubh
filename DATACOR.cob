      *****************************************************************
      *  DATACOR.cob
      *  Edit reject correction and resubmission.  A record DATAVAL
      *  writes to DATAVALREJ used to be a dead end, rekeyed by hand
      *  into a site file with nothing to prove it ever came back.
      *  This step runs right after DATAVAL in the DATADRV stream.
      *  It picks up the day's edit rejects onto the reject-pending
      *  file (DATAREJPND), where each reject is known from then on
      *  by its identity - the date it was first picked up plus a
      *  sequence number within that date - and applies the day's
      *  correction cards (CORRIN) keyed by that identity:
      *
      *    'C'  correct one field of the entry (ID, DATE, AMT, DESC,
      *         ACCT, SITE) to the value keyed on the card; several
      *         'C' cards for one reject apply in card order;
      *    'R'  resubmit the entry as it stands (a reject whose
      *         account code has since been added to ACCTREF);
      *    'W'  withdraw the reject - it will never come back.
      *
      *  A corrected or resubmitted entry is written to DATACORRSB,
      *  which DATAMRG writes ahead of the site files into the next
      *  run's DATAVALIN, so the fixed entry goes back through every
      *  edit like any other keyed entry.  Each correction and each
      *  withdrawal appends one record to the common audit trail
      *  (AUDITTRL) with the entry as rejected and as corrected.
      *  Everything not corrected carries forward on DATAREJPND.
      *
      *  The report (DATACORRPT) lists what the cards did, then ages
      *  every reject still open by days outstanding, with a summary
      *  by reason column (ID/date/amount/reversal/account, the same
      *  columns DATAVAL's edit report uses), so a reject can no more
      *  go quietly missing than a held item on DATASUSP can.
      *
      *  Should the pending table be too small to hold every carried
      *  and new reject, the step writes nothing - DATAREJPND, the
      *  resubmissions and the audit trail are left as they were -
      *  and ends with return code 8, halting the stream before
      *  DATAVALREJ can be overwritten by another run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACOR.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATAVAL-REJ ASSIGN TO "DATAVALREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OPTIONAL REJ-PENDING ASSIGN TO "DATAREJPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT OPTIONAL COR-CARDS-IN ASSIGN TO "CORRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

           SELECT DATACOR-RSB ASSIGN TO "DATACORRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.

           SELECT DATACOR-RPT ASSIGN TO "DATACORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  DATAVAL's reject record: the reason-code flags, then the
      *  entry exactly as keyed (see DATAVAL.cob).
       FD  DATAVAL-REJ
           RECORDING MODE IS F.
       01  DATAVAL-REJ-RECORD.
           05  REJ-REASON-CODES        PIC X(5).
           05  FILLER                  PIC X.
           05  REJ-ENTRY-IMAGE         PIC X(80).

      *  One pending record per open reject: its identity (date
      *  first picked up, sequence within that date), DATAVAL's
      *  reason codes, and the entry as it now stands.
       FD  REJ-PENDING
           RECORDING MODE IS F.
       01  REJ-PENDING-RECORD.
           05  PND-REJ-KEY.
               10  PND-REJ-DATE        PIC 9(8).
               10  PND-REJ-SEQ         PIC 9(5).
           05  PND-REASON-CODES        PIC X(5).
           05  PND-ENTRY-IMAGE         PIC X(80).

      *  One card per correction: the reject's identity as printed
      *  on the aging report, the action, and for 'C' the field name
      *  and its corrected value, keyed the way the field is keyed
      *  on the 80-byte row (see WSTABENT.CPY).
       FD  COR-CARDS-IN
           RECORDING MODE IS F.
       01  COR-CARD-RECORD.
           05  COR-REJ-DATE            PIC 9(8).
           05  COR-REJ-SEQ             PIC 9(5).
           05  FILLER                  PIC X.
           05  COR-ACTION              PIC X.
           05  FILLER                  PIC X.
           05  COR-FIELD               PIC X(4).
           05  FILLER                  PIC X.
           05  COR-VALUE               PIC X(50).
           05  COR-RESERVED            PIC X(9).

       FD  DATACOR-RSB
           RECORDING MODE IS F.
       01  DATACOR-RSB-RECORD          PIC X(80).

       FD  DATACOR-RPT.
       01  DATACOR-RPT-RECORD          PIC X(132).

      *  Common audit trail shared with the rest of the stream; the
      *  80-byte images carry the entry as rejected and as corrected.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJ-STATUS           PIC XX.
           05  WS-PND-STATUS           PIC XX.
           05  WS-COR-STATUS           PIC XX.
           05  WS-RSB-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-TODAY-DAY-NO             PIC 9(7) VALUE 0.
       01  WS-REJ-DAY-NO               PIC 9(7) VALUE 0.
       01  WS-DAYS-OUT                 PIC 9(5) VALUE 0.
       01  WS-NEXT-SEQ                 PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-CARRIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-PICKUP-COUNT         PIC 9(5) VALUE 0.
           05  WS-REPEAT-COUNT         PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
           05  WS-CARD-COUNT           PIC 9(5) VALUE 0.
           05  WS-CARD-REJECT-COUNT    PIC 9(5) VALUE 0.
           05  WS-CORRECT-COUNT        PIC 9(5) VALUE 0.
           05  WS-WITHDRAW-COUNT       PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.

      *  Must match the OCCURS ceiling on WS-PENDING-ENTRY below.
       01  COR-PENDING-MAX             PIC 9(5) VALUE 999.
       01  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
       01  WS-PENDING-SUB              PIC 9(5) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 999 TIMES.
               10  WS-PND-REJ-DATE     PIC 9(8).
               10  WS-PND-REJ-SEQ      PIC 9(5).
               10  WS-PND-REASONS      PIC X(5).
               10  WS-PND-IMAGE        PIC X(80).
               10  WS-PND-DISPOSITION  PIC X.
                   88  WS-PND-IS-OPEN      VALUE 'O'.
                   88  WS-PND-IS-CORRECTED VALUE 'C'.
                   88  WS-PND-IS-WITHDRAWN VALUE 'W'.
               10  WS-PND-MATCHED      PIC X.
                   88  WS-PND-IS-MATCHED   VALUE 'Y'.

      *  Must match the OCCURS ceiling on WS-CARD-ENTRY below.
       01  COR-CARD-MAX                PIC 9(5) VALUE 999.
       01  WS-CARD-TABLE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CARD-SUB                 PIC 9(5) VALUE 0.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 999 TIMES.
               10  WS-CRD-REJ-DATE     PIC 9(8).
               10  WS-CRD-REJ-SEQ      PIC 9(5).
               10  WS-CRD-ACTION       PIC X.
               10  WS-CRD-FIELD        PIC X(4).
               10  WS-CRD-VALUE        PIC X(50).
               10  WS-CRD-USED         PIC X.

       01  WS-MATCH-SWITCHES.
           05  WS-WITHDRAW-SW          PIC X VALUE 'N'.
               88  WS-WITHDRAW-CARD-SEEN   VALUE 'Y'.
           05  WS-RESUBMIT-SW          PIC X VALUE 'N'.
               88  WS-RESUBMIT-CARD-SEEN   VALUE 'Y'.
           05  WS-ALREADY-PENDING-SW   PIC X VALUE 'N'.
               88  WS-ALREADY-PENDING      VALUE 'Y'.

      *  The entry being corrected, laid out by name.  The raw view
      *  below places a corrected value byte for byte, exactly as it
      *  would have been keyed - DATAVAL re-edits it next run.
       01  WS-FIX-TEXT.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY WS-FIX-ID
                         WS-ENTRY-DATE        BY WS-FIX-DATE
                         WS-ENTRY-AMOUNT      BY WS-FIX-AMOUNT
                         WS-ENTRY-DESCRIPTION BY WS-FIX-DESCRIPTION
                         WS-ENTRY-ACCT        BY WS-FIX-ACCT
                         WS-ENTRY-SITE        BY WS-FIX-SITE.
       01  WS-FIX-RAW REDEFINES WS-FIX-TEXT.
           05  WS-RAW-ID               PIC X(6).
           05  WS-RAW-DATE             PIC X(8).
           05  WS-RAW-AMOUNT           PIC X(9).
           05  WS-RAW-DESCRIPTION      PIC X(50).
           05  WS-RAW-ACCT             PIC X(4).
           05  WS-RAW-SITE             PIC X(3).

      *  Open rejects by reason column and age.  Row 6 counts every
      *  open reject once; rows 1-5 count it under each column it
      *  failed, so a reject bad in two fields shows on both rows.
       01  WS-AGING-MATRIX.
           05  WS-AGE-ROW OCCURS 6 TIMES.
               10  WS-AGE-BUCKET OCCURS 5 TIMES
                                       PIC 9(5).
       01  WS-AGE-ROW-SUB              PIC 9(1) VALUE 0.
       01  WS-AGE-COL-SUB              PIC 9(1) VALUE 0.

       01  WS-REASON-NAMES.
           05  FILLER                  PIC X(24) VALUE
                   '1 ID NOT NUMERIC/ZERO'.
           05  FILLER                  PIC X(24) VALUE
                   '2 DATE NOT A REAL DATE'.
           05  FILLER                  PIC X(24) VALUE
                   '3 AMOUNT NOT NUMERIC'.
           05  FILLER                  PIC X(24) VALUE
                   '4 BAD REVERSAL'.
           05  FILLER                  PIC X(24) VALUE
                   '5 BAD ACCOUNT CODE'.
           05  FILLER                  PIC X(24) VALUE
                   'ALL OPEN REJECTS'.
       01  WS-REASON-NAME-LIST REDEFINES WS-REASON-NAMES.
           05  WS-REASON-NAME OCCURS 6 TIMES
                                       PIC X(24).

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATACOR -'.
           05  FILLER                  PIC X(40) VALUE
                   ' REJECT CORRECTION REGISTER AND AGING   '.
           05  FILLER                  PIC X(6)  VALUE ' DATE '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-SECTION.
           05  WS-SEC-TEXT             PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(7)  VALUE 'REJECT '.
           05  WS-DTL-REJ-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE '-'.
           05  WS-DTL-REJ-SEQ          PIC 9(5).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-DISPOSITION      PIC X(26).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-DTL-ENTRY            PIC X(80).
           05  FILLER                  PIC X     VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(5)  VALUE 'CARD '.
           05  WS-CDL-REJ-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE '-'.
           05  WS-CDL-REJ-SEQ          PIC 9(5).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CDL-ACTION           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CDL-FIELD            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-CDL-DISPOSITION      PIC X(30).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-CDL-VALUE            PIC X(50).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-RPT-AGING-LINE.
           05  FILLER                  PIC X(5)  VALUE 'OPEN '.
           05  WS-AGL-REJ-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE '-'.
           05  WS-AGL-REJ-SEQ          PIC 9(5).
           05  FILLER                  PIC X(6)  VALUE ' DAYS '.
           05  WS-AGL-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE ' REASONS '.
           05  WS-AGL-REASONS          PIC X(5).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-AGL-ENTRY            PIC X(80).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-RPT-MATRIX-HEADING.
           05  FILLER                  PIC X(24) VALUE
                   'REASON COLUMN'.
           05  FILLER                  PIC X(50) VALUE
                   '  0-5 DAYS 6-15 DAYS16-30 DAYS   OVER 30     TOTAL'.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-MATRIX-LINE.
           05  WS-MXL-NAME             PIC X(24).
           05  WS-MXL-CELL OCCURS 5 TIMES.
               10  FILLER              PIC X(5).
               10  WS-MXL-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-OVERFLOW-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-OVW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' REJECTS NOT HELD - THE 999-ROW PENDING '.
           05  FILLER                  PIC X(40) VALUE
                   'TABLE IS FULL; DATAREJPND NOT REWRITTEN '.
           05  FILLER                  PIC X(34) VALUE '***'.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(9)  VALUE 'CARRIED '.
           05  WS-TOT-CARRIED          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  PICKED UP '.
           05  WS-TOT-PICKUP           PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE '  CARDS '.
           05  WS-TOT-CARD             PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE
                   '  CARDS REJECTED'.
           05  WS-TOT-CARD-REJECT      PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
                   '  RESUBMITTED '.
           05  WS-TOT-CORRECT          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  WITHDRAWN '.
           05  WS-TOT-WITHDRAW         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  STILL OPEN'.
           05  WS-TOT-OPEN             PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DAY-NO
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE ZEROES TO WS-AGING-MATRIX
           PERFORM 100-LOAD-PENDING-FILE
           PERFORM 150-PICK-UP-TODAYS-REJECTS
           IF WS-OVERFLOW-COUNT > 0
               PERFORM 180-REPORT-TABLE-FULL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-LOAD-CORRECTION-CARDS
           PERFORM 060-OPEN-AUDIT-TRAIL
           OPEN OUTPUT DATACOR-RSB
           OPEN OUTPUT DATACOR-RPT
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE 'CORRECTIONS APPLIED' TO WS-SEC-TEXT
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM 300-APPLY-CORRECTIONS
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           PERFORM 500-REPORT-UNMATCHED-CARDS
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE 'OPEN REJECTS AGING' TO WS-SEC-TEXT
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM 600-AGE-ONE-OPEN-REJECT
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           PERFORM 700-WRITE-AGING-SUMMARY
           PERFORM 750-REWRITE-PENDING-FILE
           PERFORM 800-WRITE-CORRECTION-TOTALS
           CLOSE DATACOR-RSB
           CLOSE DATACOR-RPT
           CLOSE AUDIT-TRAIL
           DISPLAY 'DATACOR: RESUBMITTED ' WS-CORRECT-COUNT
               '  WITHDRAWN ' WS-WITHDRAW-COUNT
               '  STILL OPEN ' WS-OPEN-COUNT
           GOBACK.

       060-OPEN-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

       100-LOAD-PENDING-FILE.
           OPEN INPUT REJ-PENDING
           IF WS-PND-STATUS = '00'
               PERFORM UNTIL WS-PND-STATUS = '10'
                   READ REJ-PENDING
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PENDING-COUNT >= COR-PENDING-MAX
                               ADD 1 TO WS-OVERFLOW-COUNT
                           ELSE
                               ADD 1 TO WS-PENDING-COUNT
                               ADD 1 TO WS-CARRIED-COUNT
                               MOVE PND-REJ-DATE TO
                                   WS-PND-REJ-DATE(WS-PENDING-COUNT)
                               MOVE PND-REJ-SEQ TO
                                   WS-PND-REJ-SEQ(WS-PENDING-COUNT)
                               MOVE PND-REASON-CODES TO
                                   WS-PND-REASONS(WS-PENDING-COUNT)
                               MOVE PND-ENTRY-IMAGE TO
                                   WS-PND-IMAGE(WS-PENDING-COUNT)
                               MOVE 'O' TO
                                   WS-PND-DISPOSITION(WS-PENDING-COUNT)
                               MOVE 'N' TO
                                   WS-PND-MATCHED(WS-PENDING-COUNT)
                               IF PND-REJ-DATE = WS-TODAY-DATE
                                       AND PND-REJ-SEQ > WS-NEXT-SEQ
                                   MOVE PND-REJ-SEQ TO WS-NEXT-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJ-PENDING
           END-IF
           IF WS-PND-STATUS = '05'
               CLOSE REJ-PENDING
           END-IF.

      *  Today's rejects join the pending file under today's date.
      *  A rerun of the stream sees the day's rejects again, so the
      *  nth reject on DATAVALREJ with given reasons and image is
      *  taken to be the nth such reject already pending from
      *  earlier today, and is not picked up a second time; only
      *  those beyond the number already pending are new.
       150-PICK-UP-TODAYS-REJECTS.
           OPEN INPUT DATAVAL-REJ
           IF WS-REJ-STATUS = '00'
               PERFORM UNTIL WS-REJ-STATUS = '10'
                   READ DATAVAL-REJ
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 160-PICK-UP-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE DATAVAL-REJ
           END-IF.

       160-PICK-UP-ONE-REJECT.
           MOVE 'N' TO WS-ALREADY-PENDING-SW
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                       OR WS-ALREADY-PENDING
               IF WS-PND-REJ-DATE(WS-PENDING-SUB) = WS-TODAY-DATE
                       AND NOT WS-PND-IS-MATCHED(WS-PENDING-SUB)
                       AND WS-PND-REASONS(WS-PENDING-SUB)
                           = REJ-REASON-CODES
                       AND WS-PND-IMAGE(WS-PENDING-SUB)
                           = REJ-ENTRY-IMAGE
                   MOVE 'Y' TO WS-ALREADY-PENDING-SW
                   MOVE 'Y' TO WS-PND-MATCHED(WS-PENDING-SUB)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ALREADY-PENDING
                   ADD 1 TO WS-REPEAT-COUNT
               WHEN WS-PENDING-COUNT >= COR-PENDING-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-PICKUP-COUNT
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE WS-TODAY-DATE
                       TO WS-PND-REJ-DATE(WS-PENDING-COUNT)
                   MOVE WS-NEXT-SEQ
                       TO WS-PND-REJ-SEQ(WS-PENDING-COUNT)
                   MOVE REJ-REASON-CODES
                       TO WS-PND-REASONS(WS-PENDING-COUNT)
                   MOVE REJ-ENTRY-IMAGE
                       TO WS-PND-IMAGE(WS-PENDING-COUNT)
                   MOVE 'O' TO WS-PND-DISPOSITION(WS-PENDING-COUNT)
                   MOVE 'Y' TO WS-PND-MATCHED(WS-PENDING-COUNT)
           END-EVALUATE.

      *  Nothing has been written yet: the report carries only the
      *  warning, and every other file stays as it was for the rerun
      *  once the table has been enlarged.
       180-REPORT-TABLE-FULL.
           OPEN OUTPUT DATACOR-RPT
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-OVERFLOW-COUNT TO WS-OVW-COUNT
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-OVERFLOW-WARNING
           CLOSE DATACOR-RPT
           DISPLAY 'DATACOR: *** PENDING TABLE FULL - '
               WS-OVERFLOW-COUNT ' REJECTS COULD NOT BE HELD -'
               ' DATAREJPND NOT REWRITTEN ***'.

       200-LOAD-CORRECTION-CARDS.
           OPEN INPUT COR-CARDS-IN
           IF WS-COR-STATUS = '00'
               PERFORM UNTIL WS-COR-STATUS = '10'
                   READ COR-CARDS-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           IF WS-CARD-TABLE-COUNT < COR-CARD-MAX
                               ADD 1 TO WS-CARD-TABLE-COUNT
                               MOVE COR-REJ-DATE TO
                                   WS-CRD-REJ-DATE(WS-CARD-TABLE-COUNT)
                               MOVE COR-REJ-SEQ TO
                                   WS-CRD-REJ-SEQ(WS-CARD-TABLE-COUNT)
                               MOVE COR-ACTION TO
                                   WS-CRD-ACTION(WS-CARD-TABLE-COUNT)
                               MOVE COR-FIELD TO
                                   WS-CRD-FIELD(WS-CARD-TABLE-COUNT)
                               MOVE COR-VALUE TO
                                   WS-CRD-VALUE(WS-CARD-TABLE-COUNT)
                               MOVE 'N' TO
                                   WS-CRD-USED(WS-CARD-TABLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COR-CARDS-IN
           END-IF.

      *  Every card naming this reject is applied in card order.  A
      *  withdrawal wins over any corrections keyed alongside it; a
      *  correction card naming a field this step does not know is
      *  rejected onto the register and the rest still apply.
       300-APPLY-CORRECTIONS.
           MOVE 'N' TO WS-WITHDRAW-SW
           MOVE 'N' TO WS-RESUBMIT-SW
           MOVE WS-PND-IMAGE(WS-PENDING-SUB) TO WS-FIX-TEXT
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-TABLE-COUNT
               IF WS-CRD-REJ-DATE(WS-CARD-SUB)
                       = WS-PND-REJ-DATE(WS-PENDING-SUB)
                       AND WS-CRD-REJ-SEQ(WS-CARD-SUB)
                           = WS-PND-REJ-SEQ(WS-PENDING-SUB)
                   PERFORM 350-APPLY-ONE-CARD
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-WITHDRAW-CARD-SEEN
                   PERFORM 420-WITHDRAW-REJECT
               WHEN WS-RESUBMIT-CARD-SEEN
                   PERFORM 400-RESUBMIT-REJECT
           END-EVALUATE.

       350-APPLY-ONE-CARD.
           MOVE 'Y' TO WS-CRD-USED(WS-CARD-SUB)
           EVALUATE WS-CRD-ACTION(WS-CARD-SUB)
               WHEN 'W'
                   MOVE 'Y' TO WS-WITHDRAW-SW
               WHEN 'R'
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'C'
                   PERFORM 370-CORRECT-ONE-FIELD
               WHEN OTHER
                   MOVE 'REJECTED: INVALID ACTION CODE'
                       TO WS-CDL-DISPOSITION
                   PERFORM 550-REJECT-CARD
           END-EVALUATE.

       370-CORRECT-ONE-FIELD.
           EVALUATE WS-CRD-FIELD(WS-CARD-SUB)
               WHEN 'ID  '
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)(1:6) TO WS-RAW-ID
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'DATE'
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)(1:8)
                       TO WS-RAW-DATE
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'AMT '
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)(1:9)
                       TO WS-RAW-AMOUNT
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'DESC'
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)
                       TO WS-RAW-DESCRIPTION
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'ACCT'
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)(1:4)
                       TO WS-RAW-ACCT
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN 'SITE'
                   MOVE WS-CRD-VALUE(WS-CARD-SUB)(1:3)
                       TO WS-RAW-SITE
                   MOVE 'Y' TO WS-RESUBMIT-SW
               WHEN OTHER
                   MOVE 'REJECTED: UNKNOWN FIELD NAME'
                       TO WS-CDL-DISPOSITION
                   PERFORM 550-REJECT-CARD
           END-EVALUATE.

      *  The entry goes back into the stream as corrected; the audit
      *  record carries it as rejected (before) and as resubmitted
      *  (after), which is the proof that it came back.
       400-RESUBMIT-REJECT.
           MOVE 'C' TO WS-PND-DISPOSITION(WS-PENDING-SUB)
           ADD 1 TO WS-CORRECT-COUNT
           MOVE WS-FIX-TEXT TO DATACOR-RSB-RECORD
           WRITE DATACOR-RSB-RECORD
           MOVE 'RESUBMITTED AS CORRECTED' TO WS-DTL-DISPOSITION
           MOVE WS-FIX-TEXT TO WS-DTL-ENTRY
           PERFORM 450-WRITE-REGISTER-LINE
           MOVE 'WAS' TO WS-DTL-DISPOSITION
           MOVE WS-PND-IMAGE(WS-PENDING-SUB) TO WS-DTL-ENTRY
           PERFORM 450-WRITE-REGISTER-LINE
           MOVE 'CORRECT' TO AUD-ACTION
           MOVE WS-FIX-TEXT TO AUD-AFTER-IMAGE
           PERFORM 480-AUDIT-CORRECTION.

       420-WITHDRAW-REJECT.
           MOVE 'W' TO WS-PND-DISPOSITION(WS-PENDING-SUB)
           ADD 1 TO WS-WITHDRAW-COUNT
           MOVE 'WITHDRAWN' TO WS-DTL-DISPOSITION
           MOVE WS-PND-IMAGE(WS-PENDING-SUB) TO WS-DTL-ENTRY
           PERFORM 450-WRITE-REGISTER-LINE
           MOVE 'WITHDRAW' TO AUD-ACTION
           MOVE SPACES TO AUD-AFTER-IMAGE
           PERFORM 480-AUDIT-CORRECTION.

       450-WRITE-REGISTER-LINE.
           MOVE WS-PND-REJ-DATE(WS-PENDING-SUB) TO WS-DTL-REJ-DATE
           MOVE WS-PND-REJ-SEQ(WS-PENDING-SUB) TO WS-DTL-REJ-SEQ
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-DETAIL.

      *  One audit record per reject resolved; AUD-ACTION and
      *  AUD-AFTER-IMAGE are set by the caller, the before image is
      *  the entry as DATAVAL rejected it.
       480-AUDIT-CORRECTION.
           MOVE WS-RUN-STAMP TO AUD-RUN-STAMP
           MOVE 'DATACOR' TO AUD-PROGRAM-ID
           MOVE WS-PND-IMAGE(WS-PENDING-SUB) TO AUD-BEFORE-IMAGE
           WRITE AUDIT-TRAIL-RECORD.

       500-REPORT-UNMATCHED-CARDS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-TABLE-COUNT
               IF WS-CRD-USED(WS-CARD-SUB) = 'N'
                   MOVE 'REJECTED: NO OPEN REJECT'
                       TO WS-CDL-DISPOSITION
                   PERFORM 550-REJECT-CARD
               END-IF
           END-PERFORM.

       550-REJECT-CARD.
           ADD 1 TO WS-CARD-REJECT-COUNT
           MOVE WS-CRD-REJ-DATE(WS-CARD-SUB) TO WS-CDL-REJ-DATE
           MOVE WS-CRD-REJ-SEQ(WS-CARD-SUB) TO WS-CDL-REJ-SEQ
           MOVE WS-CRD-ACTION(WS-CARD-SUB) TO WS-CDL-ACTION
           MOVE WS-CRD-FIELD(WS-CARD-SUB) TO WS-CDL-FIELD
           MOVE WS-CRD-VALUE(WS-CARD-SUB) TO WS-CDL-VALUE
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-CARD-LINE.

      *  Days outstanding run from the date the reject was first
      *  picked up, so a reject keeps its age however many runs it
      *  is carried through.
       600-AGE-ONE-OPEN-REJECT.
           IF WS-PND-IS-OPEN(WS-PENDING-SUB)
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-REJ-DAY-NO = FUNCTION INTEGER-OF-DATE
                   (WS-PND-REJ-DATE(WS-PENDING-SUB))
               IF WS-REJ-DAY-NO < WS-TODAY-DAY-NO
                   COMPUTE WS-DAYS-OUT
                       = WS-TODAY-DAY-NO - WS-REJ-DAY-NO
               ELSE
                   MOVE 0 TO WS-DAYS-OUT
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-OUT <= 5
                       MOVE 1 TO WS-AGE-COL-SUB
                   WHEN WS-DAYS-OUT <= 15
                       MOVE 2 TO WS-AGE-COL-SUB
                   WHEN WS-DAYS-OUT <= 30
                       MOVE 3 TO WS-AGE-COL-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-COL-SUB
               END-EVALUATE
               PERFORM VARYING WS-AGE-ROW-SUB FROM 1 BY 1
                       UNTIL WS-AGE-ROW-SUB > 5
                   IF WS-PND-REASONS(WS-PENDING-SUB)
                           (WS-AGE-ROW-SUB:1) NOT = SPACE
                       ADD 1 TO WS-AGE-BUCKET(WS-AGE-ROW-SUB,
                                              WS-AGE-COL-SUB)
                       ADD 1 TO WS-AGE-BUCKET(WS-AGE-ROW-SUB, 5)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-AGE-BUCKET(6, WS-AGE-COL-SUB)
               ADD 1 TO WS-AGE-BUCKET(6, 5)
               MOVE WS-PND-REJ-DATE(WS-PENDING-SUB) TO WS-AGL-REJ-DATE
               MOVE WS-PND-REJ-SEQ(WS-PENDING-SUB) TO WS-AGL-REJ-SEQ
               MOVE WS-DAYS-OUT TO WS-AGL-DAYS
               MOVE WS-PND-REASONS(WS-PENDING-SUB) TO WS-AGL-REASONS
               MOVE WS-PND-IMAGE(WS-PENDING-SUB) TO WS-AGL-ENTRY
               WRITE DATACOR-RPT-RECORD FROM WS-RPT-AGING-LINE
           END-IF.

       700-WRITE-AGING-SUMMARY.
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-MATRIX-HEADING
           PERFORM VARYING WS-AGE-ROW-SUB FROM 1 BY 1
                   UNTIL WS-AGE-ROW-SUB > 6
               MOVE SPACES TO WS-RPT-MATRIX-LINE
               MOVE WS-REASON-NAME(WS-AGE-ROW-SUB) TO WS-MXL-NAME
               PERFORM VARYING WS-AGE-COL-SUB FROM 1 BY 1
                       UNTIL WS-AGE-COL-SUB > 5
                   MOVE WS-AGE-BUCKET(WS-AGE-ROW-SUB, WS-AGE-COL-SUB)
                       TO WS-MXL-COUNT(WS-AGE-COL-SUB)
               END-PERFORM
               WRITE DATACOR-RPT-RECORD FROM WS-RPT-MATRIX-LINE
           END-PERFORM.

      *  The pending file is rewritten whole each run: everything
      *  still open carries forward under its original identity,
      *  resubmitted and withdrawn rejects fall away.
       750-REWRITE-PENDING-FILE.
           OPEN OUTPUT REJ-PENDING
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               IF WS-PND-IS-OPEN(WS-PENDING-SUB)
                   MOVE WS-PND-REJ-DATE(WS-PENDING-SUB)
                       TO PND-REJ-DATE
                   MOVE WS-PND-REJ-SEQ(WS-PENDING-SUB)
                       TO PND-REJ-SEQ
                   MOVE WS-PND-REASONS(WS-PENDING-SUB)
                       TO PND-REASON-CODES
                   MOVE WS-PND-IMAGE(WS-PENDING-SUB)
                       TO PND-ENTRY-IMAGE
                   WRITE REJ-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE REJ-PENDING.

       800-WRITE-CORRECTION-TOTALS.
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CARRIED-COUNT TO WS-TOT-CARRIED
           MOVE WS-PICKUP-COUNT TO WS-TOT-PICKUP
           MOVE WS-CARD-COUNT TO WS-TOT-CARD
           MOVE WS-CARD-REJECT-COUNT TO WS-TOT-CARD-REJECT
           MOVE WS-CORRECT-COUNT TO WS-TOT-CORRECT
           MOVE WS-WITHDRAW-COUNT TO WS-TOT-WITHDRAW
           MOVE WS-OPEN-COUNT TO WS-TOT-OPEN
           WRITE DATACOR-RPT-RECORD FROM WS-RPT-TOTALS.
