      *****************************************************************
      *  DATAPPA.cob
      *  Closed-period posting lock between the edit validation and
      *  the amount-limit screen.  Once DATACLS has rolled a month
      *  into the year-to-date archive its totals are proven and
      *  filed, but DATAVAL still accepts entries dated in it, which
      *  would post to the master, the GL extract, and the open month
      *  on DATAHIST and quietly break the archived figures.  This
      *  step reads the edited stream (DATAVALOUT) and the closed-
      *  period file DATACLS keeps (CLSPRD), and holds every entry
      *  dated in or before the latest closed month off the day's
      *  stream, writing the survivors to DATAPPAOUT, the file
      *  DATALIM reads.  Held entries go to the prior-period
      *  adjustment file (DATAPPADJ) with the date they were held,
      *  are listed on the adjustment report (DATAPPARPT), and age
      *  there run after run until a matching approval card
      *  (PPAAPPIN, one entry id per line) releases them into that
      *  day's stream as an acknowledged prior-period adjustment.
      *
      *  Batch control records pass through, with a trailer's
      *  declared figures reduced by the batch's held entries the
      *  same way DATALIM nets off its holds, so the batch still
      *  proves in DATAENT.  Released adjustments are written ahead
      *  of the day's stream, outside any batch, and still face the
      *  amount-limit screen downstream like any other entry.
      *
      *  Should the adjustment file hold more items than the
      *  adjustment table, the step writes nothing but the warning
      *  on its report - DATAPPADJ is left as it was - and ends with
      *  return code 8, halting the stream before any held
      *  adjustment can be lost.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAPPA.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSED-PERIODS ASSIGN TO "CLSPRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL PPA-APPROVE-IN ASSIGN TO "PPAAPPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT OPTIONAL DATAVAL-OUT ASSIGN TO "DATAVALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIN-STATUS.

           SELECT OPTIONAL PPA-ADJUST-FILE ASSIGN TO "DATAPPADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT DATAPPA-OUT ASSIGN TO "DATAPPAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT DATAPPA-RPT ASSIGN TO "DATAPPARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DATAPPA-CNT ASSIGN TO "DATAPPACNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One record per month DATACLS has closed (see DATACLS.cob).
       FD  CLOSED-PERIODS
           RECORDING MODE IS F.
       01  CLOSED-PERIOD-RECORD.
           05  PRD-MONTH               PIC 9(6).
           05  PRD-CLOSE-DATE          PIC 9(8).
           05  PRD-COUNT               PIC 9(7).
           05  PRD-AMOUNT              PIC S9(11)V99.

       FD  PPA-APPROVE-IN
           RECORDING MODE IS F.
       01  PPA-APPROVE-RECORD.
           05  APP-ENTRY-ID            PIC 9(6).
           05  APP-RESERVED            PIC X(74).

       FD  DATAVAL-OUT
           RECORDING MODE IS F.
       01  DATAVAL-OUT-RECORD          PIC X(80).

      *  One adjustment record per held entry: the date it was held,
      *  then the 80-byte entry exactly as edited.
       FD  PPA-ADJUST-FILE
           RECORDING MODE IS F.
       01  PPA-ADJUST-RECORD.
           05  ADJ-HELD-DATE           PIC 9(8).
           05  ADJ-ENTRY-IMAGE         PIC X(80).

       FD  DATAPPA-OUT
           RECORDING MODE IS F.
       01  DATAPPA-OUT-RECORD          PIC X(80).

       FD  DATAPPA-RPT.
       01  DATAPPA-RPT-RECORD          PIC X(132).

      *  This run's figures, rewritten each run, so the end-of-run
      *  proof (DATAPRF) can tie the validated stream through the
      *  posting lock to the load.
       FD  DATAPPA-CNT.
       01  DATAPPA-CNT-RECORD          PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRD-STATUS           PIC XX.
           05  WS-APP-STATUS           PIC XX.
           05  WS-VIN-STATUS           PIC XX.
           05  WS-ADJ-STATUS           PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-PCN-STATUS           PIC XX.

      *  Months close in order, so the latest closed month is the
      *  lock line: nothing dated in it or before it may post
      *  unannounced.  Zero - no month ever closed - locks nothing.
       01  WS-LOCK-MONTH               PIC 9(6) VALUE 0.

       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05  WS-PASS-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-RELEASE-COUNT        PIC 9(5) VALUE 0.
           05  WS-AGED-COUNT           PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
           05  WS-ADJUST-DROPPED-COUNT PIC 9(5) VALUE 0.

      *  The entry in hand, laid out so the date is read by name.
       01  WS-ENTRY-TEXT.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY WS-TEXT-ID
                         WS-ENTRY-DATE        BY WS-TEXT-DATE
                         WS-ENTRY-AMOUNT      BY WS-TEXT-AMOUNT
                         WS-ENTRY-DESCRIPTION BY WS-TEXT-DESCRIPTION
                         WS-ENTRY-ACCT        BY WS-TEXT-ACCT
                         WS-ENTRY-SITE        BY WS-TEXT-SITE.

      *  Batch control records ('BH' header / 'BT' trailer, see
      *  DATAENT.cob) pass through, the trailer's declared figures
      *  net of this step's holds.
       01  WS-BATCH-TEXT REDEFINES WS-ENTRY-TEXT.
           05  WS-BCT-TYPE             PIC X(2).
               88  WS-BCT-IS-HEADER    VALUE 'BH'.
               88  WS-BCT-IS-TRAILER   VALUE 'BT'.
           05  WS-BCT-BODY             PIC X(78).
           05  WS-BCT-TRL REDEFINES WS-BCT-BODY.
               10  WS-BCT-DECL-COUNT   PIC 9(5).
               10  WS-BCT-DECL-AMOUNT  PIC S9(9)V99.
               10  FILLER              PIC X(62).

      *  Holds pulled from the batch in hand, netted off the declared
      *  trailer figures before the trailer passes through.
       01  WS-BATCH-HELD-TOTALS.
           05  WS-BHELD-COUNT          PIC 9(5)      VALUE 0.
           05  WS-BHELD-AMOUNT         PIC S9(11)V99 VALUE 0.

       01  PPA-APPROVAL-MAX            PIC 9(5) VALUE 999.
       01  WS-APPROVAL-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPROVAL-SUB             PIC 9(5) VALUE 0.
       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-ENTRY OCCURS 999 TIMES.
               10  WS-APPROVAL-ID      PIC 9(6).
               10  WS-APPROVAL-USED    PIC X.

      *  Must match the OCCURS ceiling on WS-ADJUST-ENTRY below.
       01  PPA-ADJUST-MAX              PIC 9(5) VALUE 999.
       01  WS-ADJUST-COUNT             PIC 9(5) VALUE 0.
       01  WS-ADJUST-SUB               PIC 9(5) VALUE 0.
       01  WS-ADJUST-TABLE.
           05  WS-ADJUST-ENTRY OCCURS 999 TIMES.
               10  WS-ADJ-HELD-DATE    PIC 9(8).
               10  WS-ADJ-IMAGE        PIC X(80).
               10  WS-ADJ-RELEASED     PIC X.

       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.

      *  Same layout as DATALIM's counter line, so DATAPRF reads
      *  both the same way.
       01  WS-PPA-CNT-LINE.
           05  PCN-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCN-READ-COUNT          PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCN-PASS-COUNT          PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCN-HELD-COUNT          PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCN-RELEASE-COUNT       PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCN-AGED-COUNT          PIC 9(5).

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAPPA -'.
           05  FILLER                  PIC X(30) VALUE
                   ' PRIOR-PERIOD ADJUSTMENT RPT '.
           05  FILLER                  PIC X(22) VALUE
                   ' LATEST CLOSED MONTH '.
           05  WS-HDG-LOCK-MONTH       PIC 9(6).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-DTL-DISPOSITION      PIC X(26).
           05  FILLER                  PIC X(6)  VALUE ' HELD '.
           05  WS-DTL-HELD-DATE        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-DTL-ENTRY            PIC X(80).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-RPT-OVERFLOW-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-OVW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' CLOSED-PERIOD ENTRIES PASSED THROUGH - '.
           05  FILLER                  PIC X(40) VALUE
                   'THE 999-ROW ADJUSTMENT TABLE IS FULL ***'.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-RPT-ADJUST-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-AFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' HELD ADJUSTMENTS NOT LOADED - THE 999-R'.
           05  FILLER                  PIC X(40) VALUE
                   'OW TABLE IS FULL; DATAPPADJ NOT REWRITTE'.
           05  FILLER                  PIC X(34) VALUE 'N ***'.

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
                   '  STILL AGING  '.
           05  WS-TOT-AGED             PIC ZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 100-READ-CLOSED-PERIODS
           PERFORM 110-LOAD-APPROVAL-CARDS
           PERFORM 120-LOAD-ADJUSTMENT-FILE
           IF WS-ADJUST-DROPPED-COUNT > 0
               PERFORM 130-REPORT-TABLE-FULL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DATAPPA-OUT
           OPEN OUTPUT DATAPPA-RPT
           MOVE WS-LOCK-MONTH TO WS-HDG-LOCK-MONTH
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-BLANK
           PERFORM 200-RELEASE-APPROVED-ITEMS
           PERFORM 300-SCREEN-TODAYS-STREAM
           PERFORM 600-REWRITE-ADJUSTMENT-FILE
           PERFORM 700-WRITE-LOCK-TOTALS
           PERFORM 750-WRITE-LOCK-COUNTERS
           CLOSE DATAPPA-OUT
           CLOSE DATAPPA-RPT
           GOBACK.

       100-READ-CLOSED-PERIODS.
           OPEN INPUT CLOSED-PERIODS
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL WS-PRD-STATUS = '10'
                   READ CLOSED-PERIODS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRD-MONTH IS NUMERIC
                                   AND PRD-MONTH > WS-LOCK-MONTH
                               MOVE PRD-MONTH TO WS-LOCK-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS
           END-IF
           IF WS-PRD-STATUS = '05'
               CLOSE CLOSED-PERIODS
           END-IF.

       110-LOAD-APPROVAL-CARDS.
           OPEN INPUT PPA-APPROVE-IN
           IF WS-APP-STATUS = '00'
               PERFORM UNTIL WS-APP-STATUS = '10'
                   READ PPA-APPROVE-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-APPROVAL-COUNT < PPA-APPROVAL-MAX
                               ADD 1 TO WS-APPROVAL-COUNT
                               MOVE APP-ENTRY-ID TO
                                   WS-APPROVAL-ID(WS-APPROVAL-COUNT)
                               MOVE 'N' TO
                                   WS-APPROVAL-USED(WS-APPROVAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPA-APPROVE-IN
           END-IF.

       120-LOAD-ADJUSTMENT-FILE.
           OPEN INPUT PPA-ADJUST-FILE
           IF WS-ADJ-STATUS = '00'
               PERFORM UNTIL WS-ADJ-STATUS = '10'
                   READ PPA-ADJUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ADJUST-COUNT < PPA-ADJUST-MAX
                               ADD 1 TO WS-ADJUST-COUNT
                               MOVE ADJ-HELD-DATE TO
                                   WS-ADJ-HELD-DATE(WS-ADJUST-COUNT)
                               MOVE ADJ-ENTRY-IMAGE TO
                                   WS-ADJ-IMAGE(WS-ADJUST-COUNT)
                               MOVE 'N' TO
                                   WS-ADJ-RELEASED(WS-ADJUST-COUNT)
                           ELSE
                               ADD 1 TO WS-ADJUST-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPA-ADJUST-FILE
           END-IF
           IF WS-ADJ-STATUS = '05'
               CLOSE PPA-ADJUST-FILE
           END-IF.

       130-REPORT-TABLE-FULL.
           OPEN OUTPUT DATAPPA-RPT
           MOVE WS-LOCK-MONTH TO WS-HDG-LOCK-MONTH
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-ADJUST-DROPPED-COUNT TO WS-AFW-COUNT
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-ADJUST-FULL-WARNING
           CLOSE DATAPPA-RPT
           DISPLAY 'DATAPPA: *** ADJUSTMENT TABLE FULL - '
               WS-ADJUST-DROPPED-COUNT ' HELD ADJUSTMENTS COULD NOT BE'
               ' LOADED - DATAPPADJ NOT REWRITTEN ***'.

      *  An adjustment with a matching approval card releases into
      *  today's stream, written ahead of the day's entries so it
      *  loads outside any batch.  Everything still unmatched stays
      *  on the report, aging under the date it was first held.
       200-RELEASE-APPROVED-ITEMS.
           PERFORM VARYING WS-ADJUST-SUB FROM 1 BY 1
                   UNTIL WS-ADJUST-SUB > WS-ADJUST-COUNT
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
                       UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
                   IF WS-APPROVAL-ID(WS-APPROVAL-SUB)
                           = WS-ADJ-IMAGE(WS-ADJUST-SUB)(1:6)
                       MOVE WS-APPROVAL-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               MOVE WS-ADJ-HELD-DATE(WS-ADJUST-SUB)
                   TO WS-DTL-HELD-DATE
               MOVE WS-ADJ-IMAGE(WS-ADJUST-SUB) TO WS-DTL-ENTRY
               IF WS-MATCH-SUB > 0
                   MOVE 'Y' TO WS-ADJ-RELEASED(WS-ADJUST-SUB)
                   MOVE 'Y' TO WS-APPROVAL-USED(WS-MATCH-SUB)
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE WS-ADJ-IMAGE(WS-ADJUST-SUB)
                       TO DATAPPA-OUT-RECORD
                   WRITE DATAPPA-OUT-RECORD
                   MOVE 'RELEASED BY APPROVAL' TO WS-DTL-DISPOSITION
               ELSE
                   ADD 1 TO WS-AGED-COUNT
                   MOVE 'HELD - AWAITING APPROVAL'
                       TO WS-DTL-DISPOSITION
               END-IF
               WRITE DATAPPA-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM.

       300-SCREEN-TODAYS-STREAM.
           OPEN INPUT DATAVAL-OUT
           IF WS-VIN-STATUS = '00'
               PERFORM UNTIL WS-VIN-STATUS = '10'
                   READ DATAVAL-OUT INTO WS-ENTRY-TEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 350-SCREEN-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DATAVAL-OUT
           END-IF.

       350-SCREEN-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-BCT-IS-HEADER
                   MOVE 0 TO WS-BHELD-COUNT
                   MOVE 0 TO WS-BHELD-AMOUNT
                   PERFORM 500-PASS-RECORD-THROUGH
               WHEN WS-BCT-IS-TRAILER
                   PERFORM 400-NET-HELD-OFF-TRAILER
                   PERFORM 500-PASS-RECORD-THROUGH
               WHEN OTHER
                   PERFORM 370-SCREEN-ONE-ENTRY
           END-EVALUATE.

      *  The lock tests the entry date's month against the latest
      *  closed month; DATAVAL has already proved the date valid.
       370-SCREEN-ONE-ENTRY.
           IF WS-LOCK-MONTH > 0
                   AND WS-TEXT-DATE IS NUMERIC
                   AND WS-TEXT-DATE(1:6) NOT > WS-LOCK-MONTH
               PERFORM 380-HOLD-ONE-ENTRY
           ELSE
               ADD 1 TO WS-PASS-COUNT
               PERFORM 500-PASS-RECORD-THROUGH
           END-IF.

       380-HOLD-ONE-ENTRY.
           IF WS-ADJUST-COUNT < PPA-ADJUST-MAX
               ADD 1 TO WS-ADJUST-COUNT
               MOVE WS-TODAY-DATE
                   TO WS-ADJ-HELD-DATE(WS-ADJUST-COUNT)
               MOVE WS-ENTRY-TEXT TO WS-ADJ-IMAGE(WS-ADJUST-COUNT)
               MOVE 'N' TO WS-ADJ-RELEASED(WS-ADJUST-COUNT)
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-BHELD-COUNT
               ADD WS-TEXT-AMOUNT TO WS-BHELD-AMOUNT
               MOVE 'HELD TODAY - CLOSED MONTH' TO WS-DTL-DISPOSITION
               MOVE WS-TODAY-DATE TO WS-DTL-HELD-DATE
               MOVE WS-ENTRY-TEXT TO WS-DTL-ENTRY
               WRITE DATAPPA-RPT-RECORD FROM WS-RPT-DETAIL
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD 1 TO WS-PASS-COUNT
               PERFORM 500-PASS-RECORD-THROUGH
           END-IF.

      *  The declared figures are reduced by what this step held from
      *  the batch, the same netting DATAVAL and DATALIM apply, so
      *  the surviving batch still proves in DATAENT.
       400-NET-HELD-OFF-TRAILER.
           IF WS-BHELD-COUNT > 0
               IF WS-BCT-DECL-COUNT IS NUMERIC
                       AND WS-BCT-DECL-AMOUNT IS NUMERIC
                   SUBTRACT WS-BHELD-COUNT FROM WS-BCT-DECL-COUNT
                   SUBTRACT WS-BHELD-AMOUNT FROM WS-BCT-DECL-AMOUNT
               END-IF
           END-IF
           MOVE 0 TO WS-BHELD-COUNT
           MOVE 0 TO WS-BHELD-AMOUNT.

       500-PASS-RECORD-THROUGH.
           MOVE WS-ENTRY-TEXT TO DATAPPA-OUT-RECORD
           WRITE DATAPPA-OUT-RECORD.

      *  The adjustment file is rewritten whole each run: today's new
      *  holds plus everything still unreleased, so unapproved items
      *  carry forward and released ones fall away.
       600-REWRITE-ADJUSTMENT-FILE.
           OPEN OUTPUT PPA-ADJUST-FILE
           PERFORM VARYING WS-ADJUST-SUB FROM 1 BY 1
                   UNTIL WS-ADJUST-SUB > WS-ADJUST-COUNT
               IF WS-ADJ-RELEASED(WS-ADJUST-SUB) NOT = 'Y'
                   MOVE WS-ADJ-HELD-DATE(WS-ADJUST-SUB)
                       TO ADJ-HELD-DATE
                   MOVE WS-ADJ-IMAGE(WS-ADJUST-SUB)
                       TO ADJ-ENTRY-IMAGE
                   WRITE PPA-ADJUST-RECORD
               END-IF
           END-PERFORM
           CLOSE PPA-ADJUST-FILE.

       700-WRITE-LOCK-TOTALS.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-OVW-COUNT
               WRITE DATAPPA-RPT-RECORD FROM WS-RPT-OVERFLOW-WARNING
               DISPLAY 'DATAPPA: *** ADJUSTMENT TABLE FULL - '
                   WS-OVERFLOW-COUNT ' CLOSED-PERIOD ENTRIES PASSED'
                   ' THROUGH UNHELD ***'
           END-IF
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-PASS-COUNT TO WS-TOT-PASS
           MOVE WS-HELD-COUNT TO WS-TOT-HELD
           MOVE WS-RELEASE-COUNT TO WS-TOT-RELEASE
           MOVE WS-AGED-COUNT TO WS-TOT-AGED
           WRITE DATAPPA-RPT-RECORD FROM WS-RPT-TOTALS.

       750-WRITE-LOCK-COUNTERS.
           OPEN OUTPUT DATAPPA-CNT
           MOVE WS-TODAY-DATE TO PCN-RUN-DATE
           MOVE WS-READ-COUNT TO PCN-READ-COUNT
           MOVE WS-PASS-COUNT TO PCN-PASS-COUNT
           MOVE WS-HELD-COUNT TO PCN-HELD-COUNT
           MOVE WS-RELEASE-COUNT TO PCN-RELEASE-COUNT
           MOVE WS-AGED-COUNT TO PCN-AGED-COUNT
           WRITE DATAPPA-CNT-RECORD FROM WS-PPA-CNT-LINE
           CLOSE DATAPPA-CNT.
