      *****************************************************************
      *  DATASTM.cob
      *  Standing-entry template maintenance.  The rents, allocations
      *  and fixed monthly charges the sites used to key over and
      *  over live as templates on the standing-entry file (STDENT:
      *  the 80-byte entry each template generates plus its schedule
      *  controls, see copybooks/STDCTL.CPY), and DATAGEN writes the
      *  day's due entries from them into the stream.  This program
      *  applies the day's maintenance cards (STMIN: 'A' add, 'C'
      *  change, 'D' delete, 'S' suspend, 'R' resume) against that
      *  file, prints a maintenance register (STDMRPT) of everything
      *  applied and everything rejected, and appends audit records
      *  for every change to the common audit trail (AUDITTRL) with
      *  the template as it stood before and after, the same
      *  discipline DATAACM keeps over the account reference file.
      *
      *  Each change writes two audit records, since a template is
      *  wider than one 80-byte image: the entry part under the
      *  action (STDADD/STDCHG/STDDEL/STDSUS/STDRES), then the
      *  template number and schedule controls under the same action
      *  suffixed 'C'.
      *
      *  An add for a template already on file, or any other action
      *  for a template not on file, is rejected onto the register
      *  rather than applied; so is an add or change whose schedule
      *  or entry fields do not edit, whose owning site is not one
      *  of the sites DATAMRG stamps (the MRGCTRL cards, S1/S2/S3
      *  where a card is missing or blank), or whose id block
      *  overlaps the block of any other template still on file,
      *  suspended or not.  A change replaces the entry
      *  fields and schedule but keeps the template's generation
      *  history and status; its next entry id restarts at the
      *  bottom of the id block only when the block no longer
      *  contains it.
      *
      *  Should the standing-entry file hold more templates than the
      *  template table, no card is applied and STDENT is left as it
      *  was; the register carries a warning and the step ends with
      *  return code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASTM.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STM-IN ASSIGN TO "STMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

           SELECT OPTIONAL STD-ENTRY-IO ASSIGN TO "STDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

           SELECT STD-MAINT-RPT ASSIGN TO "STDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL MRG-CONTROL-IN ASSIGN TO "MRGCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One card per maintenance action.  Suspend, resume and delete
      *  need only the template number; add and change carry the
      *  full schedule and the entry fields to generate.
       FD  STM-IN
           RECORDING MODE IS F.
       01  STM-IN-RECORD.
           05  STM-ACTION              PIC X.
               88  STM-IS-ADD          VALUE 'A'.
               88  STM-IS-CHANGE       VALUE 'C'.
               88  STM-IS-DELETE       VALUE 'D'.
               88  STM-IS-SUSPEND      VALUE 'S'.
               88  STM-IS-RESUME       VALUE 'R'.
           05  FILLER                  PIC X.
           05  STM-TEMPLATE-NO         PIC 9(6).
           05  FILLER                  PIC X.
           05  STM-FREQUENCY           PIC X.
           05  STM-DUE-DAY             PIC 9(2).
           05  FILLER                  PIC X.
           05  STM-START-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  STM-END-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  STM-ID-FROM             PIC 9(6).
           05  FILLER                  PIC X.
           05  STM-ID-TO               PIC 9(6).
           05  FILLER                  PIC X.
           05  STM-AMOUNT              PIC S9(7)V99.
           05  FILLER                  PIC X.
           05  STM-ACCT                PIC X(4).
           05  FILLER                  PIC X.
           05  STM-SITE                PIC X(3).
           05  FILLER                  PIC X.
           05  STM-DESCRIPTION         PIC X(50).
           05  STM-RESERVED            PIC X(5).

       FD  STD-ENTRY-IO
           RECORDING MODE IS F.
       01  STD-ENTRY-RECORD.
           05  STD-ENTRY-IMAGE.
               COPY WSTABENT
                   REPLACING WS-ENTRY-ID          BY STD-TEMPLATE-NO
                             WS-ENTRY-DATE        BY STD-LAST-DUE-DATE
                             WS-ENTRY-AMOUNT      BY STD-ENTRY-AMOUNT
                             WS-ENTRY-DESCRIPTION BY
                                 STD-ENTRY-DESCRIPTION
                             WS-ENTRY-ACCT        BY STD-ENTRY-ACCT
                             WS-ENTRY-SITE        BY STD-ENTRY-SITE.
           05  STD-CONTROLS.
               COPY STDCTL.

       FD  STD-MAINT-RPT.
       01  STD-MAINT-RPT-RECORD        PIC X(132).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

      *  Common audit trail shared with the rest of the stream; the
      *  80-byte images carry the template before and after.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDITREC.

       FD  MRG-CONTROL-IN
           RECORDING MODE IS F.
       01  MRG-CONTROL-RECORD.
           05  MRG-CTRL-SITE-CODE      PIC X(3).
           05  MRG-CTRL-RESERVED       PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STM-STATUS           PIC XX.
           05  WS-STD-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-CTRL-STATUS          PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE 0.
           05  WS-ADD-COUNT            PIC 9(5) VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
           05  WS-DELETE-COUNT         PIC 9(5) VALUE 0.
           05  WS-STATUS-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-STD-DROPPED-COUNT    PIC 9(5) VALUE 0.

      *  Must match the OCCURS ceiling on WS-STD-ENTRY below.
       01  STM-STD-COMPILED-MAX        PIC 9(5) VALUE 999.
       01  WS-STD-COUNT                PIC 9(5) VALUE 0.
       01  WS-STD-SUB                  PIC 9(5) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.

      *  The standing-entry file held in storage for the run: loaded
      *  whole, maintained in place, rewritten whole at end of run.
       01  WS-STD-TABLE.
           05  WS-STD-ENTRY OCCURS 999 TIMES.
               10  WS-STD-IMAGE        PIC X(120).
               10  WS-STD-DELETED      PIC X.

       01  WS-BEFORE-IMAGE             PIC X(120) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(120) VALUE SPACES.

      *  A template as one pair of audit images: the entry part, and
      *  the template number with the schedule controls.
       01  WS-TEMPLATE-VIEW.
           05  WS-TPV-ENTRY            PIC X(80).
           05  WS-TPV-CONTROLS         PIC X(40).
       01  WS-CONTROL-AUDIT-IMAGE.
           05  WS-CAI-TEMPLATE-NO      PIC X(6).
           05  WS-CAI-CONTROLS         PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-AUDIT-ACTION             PIC X(6)  VALUE SPACES.

      *  The site codes DATAMRG stamps, resolved the way it resolves
      *  them: one card per site file, S1/S2/S3 where a card is
      *  missing or blank.
       01  WS-SITE-SUB                 PIC 9(1) VALUE 0.
       01  WS-SITE-CODES.
           05  WS-SITE-CODE OCCURS 3 TIMES
                                       PIC X(3).
       01  WS-SITE-KNOWN-SW            PIC X VALUE 'N'.
           88  WS-SITE-IS-KNOWN        VALUE 'Y'.

       01  WS-CARD-VALID-SW            PIC X VALUE 'N'.
           88  WS-CARD-IS-VALID        VALUE 'Y'.

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).

       01  WS-DATE-TO-EDIT             PIC 9(8) VALUE 0.
       01  WS-DATE-VALID-SW            PIC X VALUE 'N'.
           88  WS-DATE-IS-VALID        VALUE 'Y'.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATASTM -'.
           05  FILLER                  PIC X(33) VALUE
                   ' STANDING ENTRY MAINT REGISTER   '.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5)  VALUE 'TMPL '.
           05  WS-DTL-TEMPLATE-NO      PIC X(6).
           05  FILLER                  PIC X(8)  VALUE ' ACTION '.
           05  WS-DTL-ACTION           PIC X.
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DISPOSITION      PIC X(34).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-DTL-FREQUENCY        PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-SITE             PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-ACCT             PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DTL-DESCRIPTION      PIC X(50).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-TABLE-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-TFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' TEMPLATES NOT LOADED - THE 999-ROW TEMP'.
           05  FILLER                  PIC X(40) VALUE
                   'LATE TABLE IS FULL; NO CARDS APPLIED AND'.
           05  FILLER                  PIC X(34) VALUE
                   ' STDENT NOT REWRITTEN ***'.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(7)  VALUE 'CARDS '.
           05  WS-TOT-CARD             PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE '  ADDS '.
           05  WS-TOT-ADD              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  CHANGES '.
           05  WS-TOT-CHANGE           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  DELETES '.
           05  WS-TOT-DELETE           PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   '  SUSPEND/RESUME '.
           05  WS-TOT-STATUS           PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  WS-TOT-REJECT           PIC ZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 060-OPEN-AUDIT-TRAIL
           PERFORM 100-LOAD-STANDING-FILE
           IF WS-STD-DROPPED-COUNT > 0
               PERFORM 110-REPORT-TABLE-FULL
               CLOSE AUDIT-TRAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-SITE-CODES
           OPEN OUTPUT STD-MAINT-RPT
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           PERFORM 200-APPLY-MAINT-CARDS
           PERFORM 600-REWRITE-STANDING-FILE
           PERFORM 800-WRITE-REGISTER-TOTALS
           CLOSE STD-MAINT-RPT
           CLOSE AUDIT-TRAIL
           STOP RUN.

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
           END-IF.

       060-OPEN-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

       100-LOAD-STANDING-FILE.
           OPEN INPUT STD-ENTRY-IO
           IF WS-STD-STATUS = '00'
               PERFORM UNTIL WS-STD-STATUS = '10'
                   READ STD-ENTRY-IO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-STD-COUNT < STM-STD-COMPILED-MAX
                               ADD 1 TO WS-STD-COUNT
                               MOVE STD-ENTRY-RECORD
                                   TO WS-STD-IMAGE(WS-STD-COUNT)
                               MOVE 'N'
                                   TO WS-STD-DELETED(WS-STD-COUNT)
                           ELSE
                               ADD 1 TO WS-STD-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STD-ENTRY-IO
           END-IF
           IF WS-STD-STATUS = '05'
               CLOSE STD-ENTRY-IO
           END-IF.

       110-REPORT-TABLE-FULL.
           OPEN OUTPUT STD-MAINT-RPT
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-STD-DROPPED-COUNT TO WS-TFW-COUNT
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-TABLE-FULL-WARNING
           CLOSE STD-MAINT-RPT
           DISPLAY 'DATASTM: *** TEMPLATE TABLE FULL - '
               WS-STD-DROPPED-COUNT ' TEMPLATES COULD NOT BE LOADED'
               ' - STDENT NOT REWRITTEN ***'.

       120-LOAD-SITE-CODES.
           MOVE 'S1 ' TO WS-SITE-CODE(1)
           MOVE 'S2 ' TO WS-SITE-CODE(2)
           MOVE 'S3 ' TO WS-SITE-CODE(3)
           MOVE 0 TO WS-SITE-SUB
           OPEN INPUT MRG-CONTROL-IN
           IF WS-CTRL-STATUS = '00'
               PERFORM UNTIL WS-CTRL-STATUS = '10'
                       OR WS-SITE-SUB >= 3
                   READ MRG-CONTROL-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SITE-SUB
                           IF MRG-CTRL-SITE-CODE NOT = SPACES
                               MOVE MRG-CTRL-SITE-CODE
                                   TO WS-SITE-CODE(WS-SITE-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MRG-CONTROL-IN
           END-IF
           IF WS-CTRL-STATUS = '05'
               CLOSE MRG-CONTROL-IN
           END-IF.

       200-APPLY-MAINT-CARDS.
           OPEN INPUT STM-IN
           IF WS-STM-STATUS = '00'
               PERFORM UNTIL WS-STM-STATUS = '10'
                   READ STM-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 300-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE STM-IN
           END-IF.

       300-APPLY-ONE-CARD.
           PERFORM 350-FIND-TEMPLATE
           EVALUATE TRUE
               WHEN STM-TEMPLATE-NO IS NOT NUMERIC
                       OR STM-TEMPLATE-NO = ZEROES
                   MOVE 'REJECTED: TEMPLATE NO NOT NUMERIC'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
               WHEN STM-IS-ADD
                   IF WS-MATCH-SUB > 0
                       MOVE 'REJECTED: ADD, TEMPLATE EXISTS'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   ELSE
                       PERFORM 250-EDIT-TEMPLATE-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 400-ADD-TEMPLATE
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   END-IF
               WHEN STM-IS-CHANGE
                   IF WS-MATCH-SUB > 0
                       PERFORM 250-EDIT-TEMPLATE-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 450-CHANGE-TEMPLATE
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   ELSE
                       MOVE 'REJECTED: CHANGE, TEMPLATE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN STM-IS-DELETE
                   IF WS-MATCH-SUB > 0
                       PERFORM 500-DELETE-TEMPLATE
                   ELSE
                       MOVE 'REJECTED: DELETE, TEMPLATE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN STM-IS-SUSPEND
               WHEN STM-IS-RESUME
                   IF WS-MATCH-SUB > 0
                       PERFORM 550-SET-TEMPLATE-STATUS
                   ELSE
                       MOVE 'REJECTED: STATUS, TEMPLATE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED: INVALID ACTION CODE'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
           END-EVALUATE.

      *  The schedule must be one the generator can work: a known
      *  frequency, a due day for day-of-month templates, real start
      *  and end dates in order, an id block with room in it, and an
      *  entry amount and owning site for every entry it writes.  The
      *  site must be one DATAMRG stamps, and the id block must not
      *  overlap another template's, or two templates would generate
      *  entries under the same ids.
       250-EDIT-TEMPLATE-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           MOVE STM-START-DATE TO WS-DATE-TO-EDIT
           PERFORM 270-EDIT-CALENDAR-DATE
           EVALUATE TRUE
               WHEN STM-FREQUENCY NOT = 'M' AND NOT = 'Q'
                       AND NOT = 'D'
                   MOVE 'REJECTED: FREQUENCY NOT M/Q/D'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-FREQUENCY = 'D'
                       AND (STM-DUE-DAY IS NOT NUMERIC
                           OR STM-DUE-DAY < 1 OR STM-DUE-DAY > 31)
                   MOVE 'REJECTED: DUE DAY NOT 01-31'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN NOT WS-DATE-IS-VALID
                   MOVE 'REJECTED: START DATE INVALID'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-END-DATE IS NOT NUMERIC
                   MOVE 'REJECTED: END DATE INVALID'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-END-DATE NOT = ZEROES
                       AND STM-END-DATE < STM-START-DATE
                   MOVE 'REJECTED: END DATE BEFORE START'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-ID-FROM IS NOT NUMERIC
                       OR STM-ID-TO IS NOT NUMERIC
                       OR STM-ID-FROM = ZEROES
                       OR STM-ID-TO < STM-ID-FROM
                   MOVE 'REJECTED: ENTRY ID BLOCK INVALID'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED: AMOUNT NOT NUMERIC'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN STM-SITE = SPACES
                   MOVE 'REJECTED: OWNING SITE MISSING'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
           END-EVALUATE
           IF WS-CARD-IS-VALID AND STM-END-DATE NOT = ZEROES
               MOVE STM-END-DATE TO WS-DATE-TO-EDIT
               PERFORM 270-EDIT-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'REJECTED: END DATE INVALID'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF
           IF WS-CARD-IS-VALID
               PERFORM 255-CHECK-SITE-CODE
           END-IF
           IF WS-CARD-IS-VALID
               PERFORM 260-CHECK-ID-BLOCK-OVERLAP
           END-IF.

       255-CHECK-SITE-CODE.
           MOVE 'N' TO WS-SITE-KNOWN-SW
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > 3
               IF WS-SITE-CODE(WS-SITE-SUB) = STM-SITE
                   MOVE 'Y' TO WS-SITE-KNOWN-SW
               END-IF
           END-PERFORM
           IF NOT WS-SITE-IS-KNOWN
               MOVE 'REJECTED: SITE NOT ON MRGCTRL'
                   TO WS-DTL-DISPOSITION
               MOVE 'N' TO WS-CARD-VALID-SW
           END-IF.

      *  Every template still on file holds its block, suspended or
      *  not; a change is measured against every template but the
      *  one it changes.  The register names the first template hit.
       260-CHECK-ID-BLOCK-OVERLAP.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
                       OR NOT WS-CARD-IS-VALID
               IF WS-STD-DELETED(WS-STD-SUB) NOT = 'Y'
                       AND WS-STD-SUB NOT = WS-MATCH-SUB
                   MOVE WS-STD-IMAGE(WS-STD-SUB) TO STD-ENTRY-RECORD
                   IF STM-ID-FROM NOT > STD-ID-TO
                           AND STM-ID-TO NOT < STD-ID-FROM
                       MOVE 'REJECTED: ID BLOCK OVERLAPS'
                           TO WS-DTL-DISPOSITION
                       MOVE STD-TEMPLATE-NO
                           TO WS-DTL-DISPOSITION(29:6)
                       MOVE 'N' TO WS-CARD-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      *  A real calendar date, by the same rules DATAVAL edits entry
      *  dates with.
       270-EDIT-CALENDAR-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW
           IF WS-DATE-TO-EDIT IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               MOVE WS-DATE-TO-EDIT TO WS-DATE-PARTS
               IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                       OR WS-DATE-YEAR = ZEROES
                   MOVE 'N' TO WS-DATE-VALID-SW
               ELSE
                   PERFORM 280-SET-DAYS-IN-MONTH
                   IF WS-DATE-DAY < 1
                           OR WS-DATE-DAY > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

       280-SET-DAYS-IN-MONTH.
           EVALUATE WS-DATE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DATE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-DATE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-DATE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       350-FIND-TEMPLATE.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               IF WS-STD-IMAGE(WS-STD-SUB)(1:6) = STM-TEMPLATE-NO
                       AND WS-STD-DELETED(WS-STD-SUB) NOT = 'Y'
                   MOVE WS-STD-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       400-ADD-TEMPLATE.
           IF WS-STD-COUNT >= STM-STD-COMPILED-MAX
               MOVE 'REJECTED: STANDING TABLE FULL'
                   TO WS-DTL-DISPOSITION
               PERFORM 700-REJECT-CARD
           ELSE
               ADD 1 TO WS-STD-COUNT
               MOVE SPACES TO STD-ENTRY-RECORD
               MOVE STM-TEMPLATE-NO TO STD-TEMPLATE-NO
               MOVE ZEROES TO STD-LAST-DUE-DATE
               MOVE 'A' TO STD-STATUS
               MOVE STM-ID-FROM TO STD-NEXT-ID
               PERFORM 420-MOVE-CARD-TO-TEMPLATE
               MOVE STD-ENTRY-RECORD TO WS-STD-IMAGE(WS-STD-COUNT)
               MOVE 'N' TO WS-STD-DELETED(WS-STD-COUNT)
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
               PERFORM 750-WRITE-REGISTER-LINE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-STD-IMAGE(WS-STD-COUNT) TO WS-AFTER-IMAGE
               MOVE 'STDADD' TO WS-AUDIT-ACTION
               PERFORM 780-AUDIT-MAINT-CHANGE
           END-IF.

       420-MOVE-CARD-TO-TEMPLATE.
           MOVE STM-AMOUNT TO STD-ENTRY-AMOUNT
           MOVE STM-DESCRIPTION TO STD-ENTRY-DESCRIPTION
           MOVE STM-ACCT TO STD-ENTRY-ACCT
           MOVE STM-SITE TO STD-ENTRY-SITE
           MOVE STM-FREQUENCY TO STD-FREQUENCY
           IF STM-FREQUENCY = 'D'
               MOVE STM-DUE-DAY TO STD-DUE-DAY
           ELSE
               MOVE ZEROES TO STD-DUE-DAY
           END-IF
           MOVE STM-START-DATE TO STD-START-DATE
           MOVE STM-END-DATE TO STD-END-DATE
           MOVE STM-ID-FROM TO STD-ID-FROM
           MOVE STM-ID-TO TO STD-ID-TO
           MOVE SPACES TO STD-RESERVED.

       450-CHANGE-TEMPLATE.
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO STD-ENTRY-RECORD
           PERFORM 420-MOVE-CARD-TO-TEMPLATE
           IF STD-NEXT-ID < STD-ID-FROM OR STD-NEXT-ID > STD-ID-TO
               MOVE STD-ID-FROM TO STD-NEXT-ID
           END-IF
           MOVE STD-ENTRY-RECORD TO WS-STD-IMAGE(WS-MATCH-SUB)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO WS-AFTER-IMAGE
           MOVE 'STDCHG' TO WS-AUDIT-ACTION
           PERFORM 780-AUDIT-MAINT-CHANGE.

       500-DELETE-TEMPLATE.
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE 'Y' TO WS-STD-DELETED(WS-MATCH-SUB)
           ADD 1 TO WS-DELETE-COUNT
           MOVE 'DELETED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 'STDDEL' TO WS-AUDIT-ACTION
           PERFORM 780-AUDIT-MAINT-CHANGE.

      *  A suspended template generates nothing; DATAGEN passes its
      *  due dates by as skipped, so a resume picks up at the next
      *  due date rather than back-filling the suspended months.
       550-SET-TEMPLATE-STATUS.
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO STD-ENTRY-RECORD
           IF STM-IS-SUSPEND
               IF STD-IS-SUSPENDED
                   MOVE 'REJECTED: ALREADY SUSPENDED'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
               ELSE
                   MOVE 'S' TO STD-STATUS
                   MOVE 'SUSPENDED' TO WS-DTL-DISPOSITION
                   MOVE 'STDSUS' TO WS-AUDIT-ACTION
                   PERFORM 560-APPLY-STATUS-CHANGE
               END-IF
           ELSE
               IF STD-IS-ACTIVE
                   MOVE 'REJECTED: NOT SUSPENDED'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
               ELSE
                   MOVE 'A' TO STD-STATUS
                   MOVE 'RESUMED' TO WS-DTL-DISPOSITION
                   MOVE 'STDRES' TO WS-AUDIT-ACTION
                   PERFORM 560-APPLY-STATUS-CHANGE
               END-IF
           END-IF.

       560-APPLY-STATUS-CHANGE.
           MOVE STD-ENTRY-RECORD TO WS-STD-IMAGE(WS-MATCH-SUB)
           ADD 1 TO WS-STATUS-COUNT
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO WS-AFTER-IMAGE
           PERFORM 780-AUDIT-MAINT-CHANGE.

       700-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 750-WRITE-REGISTER-LINE.

       750-WRITE-REGISTER-LINE.
           MOVE STM-TEMPLATE-NO TO WS-DTL-TEMPLATE-NO
           MOVE STM-ACTION TO WS-DTL-ACTION
           IF STM-IS-ADD OR STM-IS-CHANGE
               MOVE STM-FREQUENCY TO WS-DTL-FREQUENCY
               MOVE STM-SITE TO WS-DTL-SITE
               MOVE STM-ACCT TO WS-DTL-ACCT
               MOVE STM-DESCRIPTION TO WS-DTL-DESCRIPTION
           ELSE
               IF WS-MATCH-SUB > 0
                   MOVE WS-STD-IMAGE(WS-MATCH-SUB) TO STD-ENTRY-RECORD
                   MOVE STD-FREQUENCY TO WS-DTL-FREQUENCY
                   MOVE STD-ENTRY-SITE TO WS-DTL-SITE
                   MOVE STD-ENTRY-ACCT TO WS-DTL-ACCT
                   MOVE STD-ENTRY-DESCRIPTION TO WS-DTL-DESCRIPTION
               ELSE
                   MOVE SPACES TO WS-DTL-FREQUENCY
                   MOVE SPACES TO WS-DTL-SITE
                   MOVE SPACES TO WS-DTL-ACCT
                   MOVE SPACES TO WS-DTL-DESCRIPTION
               END-IF
           END-IF
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-DETAIL.

      *  Two audit records per change applied: the entry part under
      *  the action, then the template number and schedule controls
      *  under the action suffixed 'C'.  WS-AUDIT-ACTION and the
      *  before and after images are set by the caller.
       780-AUDIT-MAINT-CHANGE.
           MOVE WS-RUN-STAMP TO AUD-RUN-STAMP
           MOVE 'DATASTM' TO AUD-PROGRAM-ID
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-BEFORE-IMAGE TO WS-TEMPLATE-VIEW
           MOVE WS-TPV-ENTRY TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-TEMPLATE-VIEW
           MOVE WS-TPV-ENTRY TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD
           MOVE SPACES TO AUD-ACTION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
                  'C' DELIMITED BY SIZE
                  INTO AUD-ACTION
           END-STRING
           MOVE WS-BEFORE-IMAGE TO WS-TEMPLATE-VIEW
           PERFORM 790-BUILD-CONTROL-IMAGE
           MOVE WS-CONTROL-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-TEMPLATE-VIEW
           PERFORM 790-BUILD-CONTROL-IMAGE
           MOVE WS-CONTROL-AUDIT-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD.

       790-BUILD-CONTROL-IMAGE.
           IF WS-TEMPLATE-VIEW = SPACES
               MOVE SPACES TO WS-CONTROL-AUDIT-IMAGE
           ELSE
               MOVE WS-TPV-ENTRY(1:6) TO WS-CAI-TEMPLATE-NO
               MOVE WS-TPV-CONTROLS TO WS-CAI-CONTROLS
           END-IF.

       600-REWRITE-STANDING-FILE.
           OPEN OUTPUT STD-ENTRY-IO
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               IF WS-STD-DELETED(WS-STD-SUB) NOT = 'Y'
                   MOVE WS-STD-IMAGE(WS-STD-SUB) TO STD-ENTRY-RECORD
                   WRITE STD-ENTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE STD-ENTRY-IO.

       800-WRITE-REGISTER-TOTALS.
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CARD-COUNT TO WS-TOT-CARD
           MOVE WS-ADD-COUNT TO WS-TOT-ADD
           MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGE
           MOVE WS-DELETE-COUNT TO WS-TOT-DELETE
           MOVE WS-STATUS-COUNT TO WS-TOT-STATUS
           MOVE WS-REJECT-COUNT TO WS-TOT-REJECT
           WRITE STD-MAINT-RPT-RECORD FROM WS-RPT-TOTALS.
