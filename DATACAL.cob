      *****************************************************************
      *  DATACAL.cob
      *  Business-day calendar maintenance.  DATADRV decides whether
      *  a day is a business day from the day of the week - Monday to
      *  Friday - corrected by the calendar file (BUSCAL), which
      *  carries one record per exception date: 'H' for a holiday
      *  falling on a weekday, 'B' for a weekend day worked as a
      *  business day, each with a description.  This program
      *  applies the maintenance cards (CALIN: 'A' add, 'C' change
      *  the day type and description, 'D' delete) against that file,
      *  prints a maintenance register (CALMRPT) of everything
      *  applied and everything rejected, and appends one record per
      *  change to the common audit trail (AUDITTRL) with the
      *  calendar record as it stood before and after - the same
      *  discipline DATAACM keeps over the account reference file.
      *
      *  An add for a date already on file, or a change/delete for a
      *  date not on file, is rejected onto the register rather than
      *  applied, as is an add or change whose date is not a real
      *  calendar date or whose day type is not 'H' or 'B'.
      *
      *  Should the calendar file hold more dates than the calendar
      *  table, no card is applied and BUSCAL is left as it was; the
      *  register carries a warning and the step ends with return
      *  code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACAL.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAL-IN ASSIGN TO "CALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-IN-STATUS.

           SELECT OPTIONAL BUS-CALENDAR-IO ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CAL-MAINT-RPT ASSIGN TO "CALMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL DATAENT-RUNID ASSIGN TO "DATAENTRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One card per maintenance action: the action, the date, and
      *  for add/change the day type and description.
       FD  CAL-IN
           RECORDING MODE IS F.
       01  CAL-IN-RECORD.
           05  CIN-ACTION              PIC X.
               88  CIN-IS-ADD          VALUE 'A'.
               88  CIN-IS-CHANGE       VALUE 'C'.
               88  CIN-IS-DELETE       VALUE 'D'.
           05  FILLER                  PIC X.
           05  CIN-DATE                PIC X(8).
           05  FILLER                  PIC X.
           05  CIN-DAY-TYPE            PIC X.
               88  CIN-TYPE-VALID      VALUE 'H' 'B'.
           05  FILLER                  PIC X.
           05  CIN-DESCRIPTION         PIC X(30).
           05  CIN-RESERVED            PIC X(37).

      *  One exception date: the date, 'H' holiday or 'B' business
      *  day worked, and what it is.
       FD  BUS-CALENDAR-IO
           RECORDING MODE IS F.
       01  BUS-CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  CAL-DAY-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-RESERVED            PIC X(39).

       FD  CAL-MAINT-RPT.
       01  CAL-MAINT-RPT-RECORD        PIC X(132).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

      *  Common audit trail shared with the rest of the stream; the
      *  80-byte images carry the calendar record before and after.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CAL-IN-STATUS        PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE 0.
           05  WS-ADD-COUNT            PIC 9(5) VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
           05  WS-DELETE-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-CAL-DROPPED-COUNT    PIC 9(5) VALUE 0.

      *  Must match the OCCURS ceiling on WS-CAL-ENTRY below.
       01  CAL-DAY-COMPILED-MAX        PIC 9(5) VALUE 999.
       01  WS-CAL-COUNT                PIC 9(5) VALUE 0.
       01  WS-CAL-SUB                  PIC 9(5) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.

      *  The calendar file held in storage for the run: loaded whole,
      *  maintained in place, rewritten whole at end of run.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 999 TIMES.
               10  WS-CAL-IMAGE        PIC X(80).
               10  WS-CAL-DELETED      PIC X.

       01  WS-CARD-VALID-SW            PIC X VALUE 'N'.
           88  WS-CARD-IS-VALID        VALUE 'Y'.

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).

       01  WS-DATE-VALID-SW            PIC X VALUE 'N'.
           88  WS-DATE-IS-VALID        VALUE 'Y'.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATACAL -'.
           05  FILLER                  PIC X(33) VALUE
                   ' BUSINESS CALENDAR MAINT REGISTER'.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5)  VALUE 'DATE '.
           05  WS-DTL-DATE             PIC X(8).
           05  FILLER                  PIC X(6)  VALUE ' TYPE '.
           05  WS-DTL-DAY-TYPE         PIC X.
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(8)  VALUE ' ACTION '.
           05  WS-DTL-ACTION           PIC X.
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DISPOSITION      PIC X(32).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-TABLE-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-TFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' CALENDAR DATES NOT LOADED - THE 999-ROW'.
           05  FILLER                  PIC X(40) VALUE
                   ' CALENDAR TABLE IS FULL; NO CARDS APPLIE'.
           05  FILLER                  PIC X(34) VALUE
                   'D AND BUSCAL NOT REWRITTEN ***'.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(7)  VALUE 'CARDS '.
           05  WS-TOT-CARD             PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE '  ADDS '.
           05  WS-TOT-ADD              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  CHANGES '.
           05  WS-TOT-CHANGE           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  DELETES '.
           05  WS-TOT-DELETE           PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED '.
           05  WS-TOT-REJECT           PIC ZZZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           PERFORM 060-OPEN-AUDIT-TRAIL
           PERFORM 100-LOAD-CALENDAR-FILE
           IF WS-CAL-DROPPED-COUNT > 0
               PERFORM 110-REPORT-TABLE-FULL
               CLOSE AUDIT-TRAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CAL-MAINT-RPT
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           PERFORM 200-APPLY-MAINT-CARDS
           PERFORM 600-REWRITE-CALENDAR-FILE
           PERFORM 800-WRITE-REGISTER-TOTALS
           CLOSE CAL-MAINT-RPT
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

       100-LOAD-CALENDAR-FILE.
           OPEN INPUT BUS-CALENDAR-IO
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-STATUS = '10'
                   READ BUS-CALENDAR-IO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CAL-COUNT < CAL-DAY-COMPILED-MAX
                               ADD 1 TO WS-CAL-COUNT
                               MOVE BUS-CALENDAR-RECORD
                                   TO WS-CAL-IMAGE(WS-CAL-COUNT)
                               MOVE 'N'
                                   TO WS-CAL-DELETED(WS-CAL-COUNT)
                           ELSE
                               ADD 1 TO WS-CAL-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUS-CALENDAR-IO
           END-IF
           IF WS-CAL-STATUS = '05'
               CLOSE BUS-CALENDAR-IO
           END-IF.

       110-REPORT-TABLE-FULL.
           OPEN OUTPUT CAL-MAINT-RPT
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CAL-DROPPED-COUNT TO WS-TFW-COUNT
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-TABLE-FULL-WARNING
           CLOSE CAL-MAINT-RPT
           DISPLAY 'DATACAL: *** CALENDAR TABLE FULL - '
               WS-CAL-DROPPED-COUNT ' CALENDAR DATES COULD NOT BE'
               ' LOADED - BUSCAL NOT REWRITTEN ***'.

       200-APPLY-MAINT-CARDS.
           OPEN INPUT CAL-IN
           IF WS-CAL-IN-STATUS = '00'
               PERFORM UNTIL WS-CAL-IN-STATUS = '10'
                   READ CAL-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 300-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CAL-IN
           END-IF.

       300-APPLY-ONE-CARD.
           PERFORM 350-FIND-CALENDAR-DAY
           EVALUATE TRUE
               WHEN CIN-IS-ADD
                   IF WS-MATCH-SUB > 0
                       MOVE 'REJECTED: ADD, DATE EXISTS'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   ELSE
                       PERFORM 250-EDIT-CALENDAR-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 400-ADD-CALENDAR-DAY
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   END-IF
               WHEN CIN-IS-CHANGE
                   IF WS-MATCH-SUB > 0
                       PERFORM 250-EDIT-CALENDAR-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 450-CHANGE-CALENDAR-DAY
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   ELSE
                       MOVE 'REJECTED: CHANGE, DATE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN CIN-IS-DELETE
                   IF WS-MATCH-SUB > 0
                       PERFORM 500-DELETE-CALENDAR-DAY
                   ELSE
                       MOVE 'REJECTED: DELETE, DATE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED: INVALID ACTION CODE'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
           END-EVALUATE.

       250-EDIT-CALENDAR-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           PERFORM 270-EDIT-CALENDAR-DATE
           EVALUATE TRUE
               WHEN NOT WS-DATE-IS-VALID
                   MOVE 'REJECTED: DATE INVALID'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN NOT CIN-TYPE-VALID
                   MOVE 'REJECTED: DAY TYPE NOT H OR B'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
           END-EVALUATE.

      *  A real calendar date, by the same rules DATAVAL edits entry
      *  dates with.
       270-EDIT-CALENDAR-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW
           IF CIN-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               MOVE CIN-DATE TO WS-DATE-PARTS
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

       350-FIND-CALENDAR-DAY.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-IMAGE(WS-CAL-SUB)(1:8) = CIN-DATE
                       AND WS-CAL-DELETED(WS-CAL-SUB) NOT = 'Y'
                   MOVE WS-CAL-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       400-ADD-CALENDAR-DAY.
           IF WS-CAL-COUNT >= CAL-DAY-COMPILED-MAX
               MOVE 'REJECTED: CALENDAR TABLE FULL'
                   TO WS-DTL-DISPOSITION
               PERFORM 700-REJECT-CARD
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE SPACES TO BUS-CALENDAR-RECORD
               MOVE CIN-DATE TO CAL-DATE
               MOVE CIN-DAY-TYPE TO CAL-DAY-TYPE
               MOVE CIN-DESCRIPTION TO CAL-DESCRIPTION
               MOVE BUS-CALENDAR-RECORD TO WS-CAL-IMAGE(WS-CAL-COUNT)
               MOVE 'N' TO WS-CAL-DELETED(WS-CAL-COUNT)
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
               PERFORM 750-WRITE-REGISTER-LINE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'CALADD' TO AUD-ACTION
               MOVE WS-CAL-IMAGE(WS-CAL-COUNT) TO AUD-AFTER-IMAGE
               PERFORM 780-AUDIT-MAINT-CHANGE
           END-IF.

       450-CHANGE-CALENDAR-DAY.
           MOVE WS-CAL-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE WS-CAL-IMAGE(WS-MATCH-SUB) TO BUS-CALENDAR-RECORD
           MOVE CIN-DAY-TYPE TO CAL-DAY-TYPE
           MOVE CIN-DESCRIPTION TO CAL-DESCRIPTION
           MOVE BUS-CALENDAR-RECORD TO WS-CAL-IMAGE(WS-MATCH-SUB)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE 'CALCHG' TO AUD-ACTION
           MOVE WS-CAL-IMAGE(WS-MATCH-SUB) TO AUD-AFTER-IMAGE
           PERFORM 780-AUDIT-MAINT-CHANGE.

       500-DELETE-CALENDAR-DAY.
           MOVE WS-CAL-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE 'Y' TO WS-CAL-DELETED(WS-MATCH-SUB)
           ADD 1 TO WS-DELETE-COUNT
           MOVE 'DELETED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE 'CALDEL' TO AUD-ACTION
           MOVE SPACES TO AUD-AFTER-IMAGE
           PERFORM 780-AUDIT-MAINT-CHANGE.

       700-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 750-WRITE-REGISTER-LINE.

       750-WRITE-REGISTER-LINE.
           MOVE CIN-DATE TO WS-DTL-DATE
           MOVE CIN-DAY-TYPE TO WS-DTL-DAY-TYPE
           MOVE CIN-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE CIN-ACTION TO WS-DTL-ACTION
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-DETAIL.

      *  One audit record per change applied; AUD-ACTION and
      *  AUD-AFTER-IMAGE are set by the caller, the before image
      *  holds the calendar record as it stood.
       780-AUDIT-MAINT-CHANGE.
           MOVE WS-RUN-STAMP TO AUD-RUN-STAMP
           MOVE 'DATACAL' TO AUD-PROGRAM-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           WRITE AUDIT-TRAIL-RECORD.

       600-REWRITE-CALENDAR-FILE.
           OPEN OUTPUT BUS-CALENDAR-IO
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DELETED(WS-CAL-SUB) NOT = 'Y'
                   MOVE WS-CAL-IMAGE(WS-CAL-SUB) TO BUS-CALENDAR-RECORD
                   WRITE BUS-CALENDAR-RECORD
               END-IF
           END-PERFORM
           CLOSE BUS-CALENDAR-IO.

       800-WRITE-REGISTER-TOTALS.
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CARD-COUNT TO WS-TOT-CARD
           MOVE WS-ADD-COUNT TO WS-TOT-ADD
           MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGE
           MOVE WS-DELETE-COUNT TO WS-TOT-DELETE
           MOVE WS-REJECT-COUNT TO WS-TOT-REJECT
           WRITE CAL-MAINT-RPT-RECORD FROM WS-RPT-TOTALS.
