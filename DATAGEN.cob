      *****************************************************************
      *  DATAGEN.cob
      *  Standing-entry generator at the head of the DATADRV stream.
      *  Reads the standing-entry templates DATASTM maintains (STDENT,
      *  see copybooks/STDCTL.CPY) and writes every entry that has
      *  fallen due since the template last generated, up to and
      *  including today, to STDGENOUT - which DATAMRG writes into
      *  the day's stream ahead of the site files, outside any
      *  batch, stamped with the template's owning site - so rents,
      *  allocations and fixed charges face DATAVAL and the rest of
      *  the stream exactly like keyed work without anyone keying
      *  them.  A missed run is caught up on the next: every due date
      *  passed since the last one generated is generated then.
      *
      *  Each entry generated is dated its due date, takes the next
      *  entry id from the template's own id block, and carries the
      *  template's amount, description, account code and site.  A
      *  due date that falls while the template is suspended, or
      *  after its end date, is skipped and passed by, so a resumed
      *  template does not back-fill; a due date that finds the id
      *  block used up is skipped but not passed by, so it generates
      *  once DATASTM widens the block.  The generation report
      *  (STDGENRPT) lists every entry generated and every due date
      *  skipped with the reason.  The template file is rewritten
      *  whole with each template's last due date and next entry id
      *  moved on, and the run date is then stamped on DATAGENRID.
      *
      *  A second run on the same day (the stream rerun from the top)
      *  finds today's date on DATAGENRID and leaves STDGENOUT and
      *  STDENT exactly as the first run left them: the report lists
      *  the entries already on STDGENOUT, which DATAMRG merges
      *  again, so the day's standing entries are neither generated
      *  twice nor lost.  Should STDGENOUT be missing then, the step
      *  ends with return code 8 rather than let the stream run on
      *  without them.
      *
      *  Should STDENT hold more templates than the template table,
      *  nothing is generated and nothing rewritten - STDGENOUT,
      *  STDENT and DATAGENRID are left as they were - the report
      *  carries a warning, and the step ends with return code 8 so
      *  DATADRV halts the stream.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAGEN.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STD-ENTRY-IO ASSIGN TO "STDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

           SELECT DATAGEN-OUT ASSIGN TO "STDGENOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT DATAGEN-RPT ASSIGN TO "STDGENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL DATAGEN-RUNID ASSIGN TO "DATAGENRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DATAGEN-OUT
           RECORDING MODE IS F.
       01  DATAGEN-OUT-RECORD.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY GEN-ENTRY-ID
                         WS-ENTRY-DATE        BY GEN-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY GEN-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY GEN-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY GEN-ENTRY-ACCT
                         WS-ENTRY-SITE        BY GEN-ENTRY-SITE.

       FD  DATAGEN-RPT.
       01  DATAGEN-RPT-RECORD          PIC X(132).

      *  The run date of the last generation, stamped once STDENT has
      *  been rewritten.
       FD  DATAGEN-RUNID.
       01  DATAGEN-RUNID-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STD-STATUS           PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-GRID-STATUS          PIC XX.

       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-LAST-GEN-DATE            PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TEMPLATE-COUNT       PIC 9(5) VALUE 0.
           05  WS-GENERATED-COUNT      PIC 9(5) VALUE 0.
           05  WS-SUSPENDED-COUNT      PIC 9(5) VALUE 0.
           05  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXHAUSTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-STD-DROPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-GENERATED-AMOUNT     PIC S9(11)V99 VALUE 0.

      *  Must match the OCCURS ceiling on WS-STD-ENTRY below.
       01  GEN-STD-COMPILED-MAX        PIC 9(5) VALUE 999.
       01  WS-STD-COUNT                PIC 9(5) VALUE 0.
       01  WS-STD-SUB                  PIC 9(5) VALUE 0.
       01  WS-STD-TABLE.
           05  WS-STD-ENTRY OCCURS 999 TIMES.
               10  WS-STD-IMAGE        PIC X(120).

      *  The month being tried for a due date, walked forward from
      *  the later of the start month and the last due month.
       01  WS-CURSOR.
           05  WS-CURSOR-YEAR          PIC 9(4).
           05  WS-CURSOR-MONTH         PIC 9(2).
       01  WS-CURSOR-YYYYMM REDEFINES WS-CURSOR
                                       PIC 9(6).
       01  WS-TODAY-YYYYMM             PIC 9(6) VALUE 0.

       01  WS-START-PARTS.
           05  WS-START-YEAR           PIC 9(4).
           05  WS-START-MONTH          PIC 9(2).
           05  WS-START-DAY            PIC 9(2).

       01  WS-DUE-PARTS.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).
       01  WS-DUE-DATE REDEFINES WS-DUE-PARTS
                                       PIC 9(8).

       01  WS-MONTHS-FROM-START        PIC 9(5) VALUE 0.
       01  WS-QUARTER-QUOTIENT         PIC 9(5) VALUE 0.
       01  WS-QUARTER-REMAINDER        PIC 9(1) VALUE 0.

       01  WS-DATE-YEAR                PIC 9(4) VALUE 0.
       01  WS-DATE-MONTH               PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       01  WS-WALK-SW                  PIC X VALUE 'N'.
           88  WS-WALK-STOPPED         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATAGEN -'.
           05  FILLER                  PIC X(32) VALUE
                   ' STANDING ENTRY GENERATION RPT  '.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5)  VALUE 'TMPL '.
           05  WS-DTL-TEMPLATE-NO      PIC X(6).
           05  FILLER                  PIC X(5)  VALUE ' DUE '.
           05  WS-DTL-DUE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DISPOSITION      PIC X(23).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-DTL-ENTRY            PIC X(80).

       01  WS-RPT-TABLE-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-TFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' TEMPLATES NOT LOADED - THE 999-ROW TEMP'.
           05  FILLER                  PIC X(40) VALUE
                   'LATE TABLE IS FULL; NOTHING GENERATED AN'.
           05  FILLER                  PIC X(34) VALUE
                   'D STDENT NOT REWRITTEN ***'.

       01  WS-RPT-RERUN-LINE.
           05  FILLER                  PIC X(40) VALUE
                   '*** ALREADY GENERATED TODAY - STDGENOUT '.
           05  FILLER                  PIC X(40) VALUE
                   'AND STDENT LEFT AS THEY WERE ***        '.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(10) VALUE 'TEMPLATES '.
           05  WS-TOT-TEMPLATE         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
                   '  GENERATED '.
           05  WS-TOT-GENERATED        PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE '  $ '.
           05  WS-TOT-AMOUNT           PIC --,---,---,--9.99.
           05  FILLER                  PIC X(21) VALUE
                   '  SKIPPED: SUSPENDED '.
           05  WS-TOT-SUSPENDED        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE
                   '  EXPIRED '.
           05  WS-TOT-EXPIRED          PIC ZZZZ9.
           05  FILLER                  PIC X(17) VALUE
                   '  ID BLOCK USED  '.
           05  WS-TOT-EXHAUSTED        PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-YYYYMM
           PERFORM 050-READ-GENERATION-STAMP
           PERFORM 100-LOAD-STANDING-FILE
           IF WS-STD-DROPPED-COUNT > 0
               PERFORM 120-REPORT-TABLE-FULL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LAST-GEN-DATE = WS-TODAY-DATE
               PERFORM 150-REPORT-EARLIER-RUN
               GOBACK
           END-IF
           OPEN OUTPUT DATAGEN-OUT
           OPEN OUTPUT DATAGEN-RPT
           MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-BLANK
           PERFORM 200-GENERATE-ONE-TEMPLATE
               VARYING WS-STD-SUB FROM 1 BY 1
               UNTIL WS-STD-SUB > WS-STD-COUNT
           PERFORM 600-REWRITE-STANDING-FILE
           PERFORM 650-WRITE-GENERATION-STAMP
           PERFORM 800-WRITE-GENERATION-TOTALS
           CLOSE DATAGEN-OUT
           CLOSE DATAGEN-RPT
           DISPLAY 'DATAGEN: TEMPLATES ' WS-TEMPLATE-COUNT
               '  GENERATED ' WS-GENERATED-COUNT
               '  SKIPPED ' WS-SUSPENDED-COUNT ' SUSPENDED '
               WS-EXPIRED-COUNT ' EXPIRED '
               WS-EXHAUSTED-COUNT ' ID BLOCK USED'
           GOBACK.

       050-READ-GENERATION-STAMP.
           OPEN INPUT DATAGEN-RUNID
           IF WS-GRID-STATUS = '00'
               READ DATAGEN-RUNID INTO WS-LAST-GEN-DATE
                   AT END
                       CONTINUE
               END-READ
               CLOSE DATAGEN-RUNID
           END-IF
           IF WS-GRID-STATUS = '05'
               CLOSE DATAGEN-RUNID
           END-IF.

       100-LOAD-STANDING-FILE.
           OPEN INPUT STD-ENTRY-IO
           IF WS-STD-STATUS = '00'
               PERFORM UNTIL WS-STD-STATUS = '10'
                   READ STD-ENTRY-IO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-STD-COUNT < GEN-STD-COMPILED-MAX
                               ADD 1 TO WS-STD-COUNT
                               MOVE STD-ENTRY-RECORD
                                   TO WS-STD-IMAGE(WS-STD-COUNT)
                           ELSE
                               ADD 1 TO WS-STD-DROPPED-COUNT
                               DISPLAY 'DATAGEN: *** TEMPLATE TABLE'
                                   ' FULL - TEMPLATE '
                                   STD-TEMPLATE-NO ' NOT LOADED ***'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STD-ENTRY-IO
           END-IF
           IF WS-STD-STATUS = '05'
               CLOSE STD-ENTRY-IO
           END-IF.

       120-REPORT-TABLE-FULL.
           OPEN OUTPUT DATAGEN-RPT
           MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-STD-DROPPED-COUNT TO WS-TFW-COUNT
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-TABLE-FULL-WARNING
           CLOSE DATAGEN-RPT
           DISPLAY 'DATAGEN: *** TEMPLATE TABLE FULL - '
               WS-STD-DROPPED-COUNT ' TEMPLATES COULD NOT BE LOADED'
               ' - NOTHING GENERATED, STDENT NOT REWRITTEN ***'.

      *  Today's generation has already run: nothing is generated
      *  and nothing rewritten; the report lists what STDGENOUT holds
      *  from the earlier run, each entry against the template whose
      *  id block it came from.
       150-REPORT-EARLIER-RUN.
           OPEN OUTPUT DATAGEN-RPT
           MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-HEADING
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-RERUN-LINE
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-STD-COUNT TO WS-TEMPLATE-COUNT
           OPEN INPUT DATAGEN-OUT
           IF WS-OUT-STATUS = '00'
               PERFORM UNTIL WS-OUT-STATUS = '10'
                   READ DATAGEN-OUT
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 160-REPORT-EARLIER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DATAGEN-OUT
               PERFORM 800-WRITE-GENERATION-TOTALS
               DISPLAY 'DATAGEN: ALREADY GENERATED TODAY - '
                   WS-GENERATED-COUNT ' ENTRIES ON STDGENOUT KEPT,'
                   ' NOTHING GENERATED'
           ELSE
               DISPLAY 'DATAGEN: *** ALREADY GENERATED TODAY BUT'
                   ' STDGENOUT NOT AVAILABLE - STATUS '
                   WS-OUT-STATUS ' ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DATAGEN-RPT.

       160-REPORT-EARLIER-ENTRY.
           ADD 1 TO WS-GENERATED-COUNT
           ADD GEN-ENTRY-AMOUNT TO WS-GENERATED-AMOUNT
           MOVE SPACES TO WS-DTL-TEMPLATE-NO
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               MOVE WS-STD-IMAGE(WS-STD-SUB) TO STD-ENTRY-RECORD
               IF GEN-ENTRY-ID NOT < STD-ID-FROM
                       AND GEN-ENTRY-ID NOT > STD-ID-TO
                   MOVE STD-TEMPLATE-NO TO WS-DTL-TEMPLATE-NO
               END-IF
           END-PERFORM
           MOVE GEN-ENTRY-DATE TO WS-DTL-DUE-DATE
           MOVE 'GENERATED EARLIER TODAY' TO WS-DTL-DISPOSITION
           MOVE DATAGEN-OUT-RECORD TO WS-DTL-ENTRY
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-DETAIL.

      *  Walks the template's months from the later of its start
      *  month and its last due month up to this month, trying each
      *  for a due date.
       200-GENERATE-ONE-TEMPLATE.
           MOVE WS-STD-IMAGE(WS-STD-SUB) TO STD-ENTRY-RECORD
           ADD 1 TO WS-TEMPLATE-COUNT
           MOVE STD-START-DATE TO WS-START-PARTS
           MOVE 'N' TO WS-WALK-SW
           IF STD-LAST-DUE-DATE(1:6) > STD-START-DATE(1:6)
               MOVE STD-LAST-DUE-DATE(1:6) TO WS-CURSOR-YYYYMM
           ELSE
               MOVE STD-START-DATE(1:6) TO WS-CURSOR-YYYYMM
           END-IF
           PERFORM 300-TRY-ONE-MONTH
               UNTIL WS-CURSOR-YYYYMM > WS-TODAY-YYYYMM
                   OR WS-WALK-STOPPED
           MOVE STD-ENTRY-RECORD TO WS-STD-IMAGE(WS-STD-SUB).

       300-TRY-ONE-MONTH.
           PERFORM 320-SET-DUE-DATE
           IF WS-DUE-DATE > 0
                   AND WS-DUE-DATE > STD-LAST-DUE-DATE
                   AND WS-DUE-DATE NOT < STD-START-DATE
                   AND WS-DUE-DATE NOT > WS-TODAY-DATE
               PERFORM 400-DISPOSE-DUE-DATE
           END-IF
           IF WS-CURSOR-MONTH = 12
               MOVE 1 TO WS-CURSOR-MONTH
               ADD 1 TO WS-CURSOR-YEAR
           ELSE
               ADD 1 TO WS-CURSOR-MONTH
           END-IF.

      *  The cursor month's due date, or zero when a quarterly
      *  template does not fall due that month.  Monthly and
      *  quarterly templates fall due on the start date's day,
      *  day-of-month templates on their own due day; either is
      *  pulled back to the month's last day when the month is short.
       320-SET-DUE-DATE.
           MOVE 0 TO WS-DUE-DATE
           MOVE 0 TO WS-QUARTER-REMAINDER
           IF STD-FREQ-QUARTERLY
               COMPUTE WS-MONTHS-FROM-START =
                   (WS-CURSOR-YEAR - WS-START-YEAR) * 12
                   + WS-CURSOR-MONTH - WS-START-MONTH
               DIVIDE WS-MONTHS-FROM-START BY 3
                   GIVING WS-QUARTER-QUOTIENT
                   REMAINDER WS-QUARTER-REMAINDER
           END-IF
           IF STD-FREQ-VALID AND WS-QUARTER-REMAINDER = 0
               MOVE WS-CURSOR-YEAR TO WS-DUE-YEAR
               MOVE WS-CURSOR-MONTH TO WS-DUE-MONTH
               IF STD-FREQ-DAY-OF-MONTH
                   MOVE STD-DUE-DAY TO WS-DUE-DAY
               ELSE
                   MOVE WS-START-DAY TO WS-DUE-DAY
               END-IF
               MOVE WS-CURSOR-YEAR TO WS-DATE-YEAR
               MOVE WS-CURSOR-MONTH TO WS-DATE-MONTH
               PERFORM 350-SET-DAYS-IN-MONTH
               IF WS-DUE-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
               END-IF
           END-IF.

       350-SET-DAYS-IN-MONTH.
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

      *  Suspended and expired due dates are passed by - the last due
      *  date moves on - so they never generate later.  A used-up id
      *  block stops the walk without moving on, holding the due
      *  date for the run after DATASTM widens the block.
       400-DISPOSE-DUE-DATE.
           MOVE STD-TEMPLATE-NO TO WS-DTL-TEMPLATE-NO
           MOVE WS-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE STD-ENTRY-IMAGE TO DATAGEN-OUT-RECORD
           MOVE WS-DUE-DATE TO GEN-ENTRY-DATE
           MOVE DATAGEN-OUT-RECORD TO WS-DTL-ENTRY
           MOVE '------' TO WS-DTL-ENTRY(1:6)
           EVALUATE TRUE
               WHEN STD-IS-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE 'SKIPPED - SUSPENDED' TO WS-DTL-DISPOSITION
                   MOVE WS-DUE-DATE TO STD-LAST-DUE-DATE
               WHEN STD-END-DATE NOT = ZEROES
                       AND WS-DUE-DATE > STD-END-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'SKIPPED - EXPIRED' TO WS-DTL-DISPOSITION
                   MOVE WS-DUE-DATE TO STD-LAST-DUE-DATE
               WHEN STD-NEXT-ID > STD-ID-TO
                       OR STD-NEXT-ID < STD-ID-FROM
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   MOVE 'SKIPPED - ID BLOCK USED' TO WS-DTL-DISPOSITION
                   MOVE 'Y' TO WS-WALK-SW
               WHEN OTHER
                   PERFORM 450-WRITE-DUE-ENTRY
           END-EVALUATE
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-DETAIL.

       450-WRITE-DUE-ENTRY.
           MOVE STD-NEXT-ID TO GEN-ENTRY-ID
           MOVE WS-DUE-DATE TO GEN-ENTRY-DATE
           MOVE STD-ENTRY-AMOUNT TO GEN-ENTRY-AMOUNT
           MOVE STD-ENTRY-DESCRIPTION TO GEN-ENTRY-DESCRIPTION
           MOVE STD-ENTRY-ACCT TO GEN-ENTRY-ACCT
           MOVE STD-ENTRY-SITE TO GEN-ENTRY-SITE
           WRITE DATAGEN-OUT-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           ADD STD-ENTRY-AMOUNT TO WS-GENERATED-AMOUNT
           ADD 1 TO STD-NEXT-ID
           MOVE WS-DUE-DATE TO STD-LAST-DUE-DATE
           MOVE 'GENERATED' TO WS-DTL-DISPOSITION
           MOVE DATAGEN-OUT-RECORD TO WS-DTL-ENTRY.

       600-REWRITE-STANDING-FILE.
           OPEN OUTPUT STD-ENTRY-IO
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               MOVE WS-STD-IMAGE(WS-STD-SUB) TO STD-ENTRY-RECORD
               WRITE STD-ENTRY-RECORD
           END-PERFORM
           CLOSE STD-ENTRY-IO.

       650-WRITE-GENERATION-STAMP.
           OPEN OUTPUT DATAGEN-RUNID
           WRITE DATAGEN-RUNID-RECORD FROM WS-TODAY-DATE
           CLOSE DATAGEN-RUNID.

       800-WRITE-GENERATION-TOTALS.
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TEMPLATE-COUNT TO WS-TOT-TEMPLATE
           MOVE WS-GENERATED-COUNT TO WS-TOT-GENERATED
           MOVE WS-GENERATED-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-SUSPENDED-COUNT TO WS-TOT-SUSPENDED
           MOVE WS-EXPIRED-COUNT TO WS-TOT-EXPIRED
           MOVE WS-EXHAUSTED-COUNT TO WS-TOT-EXHAUSTED
           WRITE DATAGEN-RPT-RECORD FROM WS-RPT-TOTALS.
