      *****************************************************************
      *  DATASWP.cob
      *  Master file integrity sweep.  Records reach the permanent
      *  master (DATAMST) only after passing the day's edits, but the
      *  reference data those edits used moves on afterwards: account
      *  codes are deleted from ACCTREF by DATAACM, originals of
      *  reversals are deleted from the master by DATAUPD, and sites
      *  drop off the MRGCTRL cards.  This program walks the whole
      *  master and re-applies today's rules to every record:
      *
      *    1  entry id numeric and non-zero        (DATAVAL edit)
      *    2  entry date a real calendar date      (DATAVAL edit)
      *    3  amount numeric with a valid sign     (DATAVAL edit)
      *    4  reversal linkage well formed         (DATAVAL edit)
      *    5  account code on ACCTREF              (DATAVAL lookup)
      *    6  reversal's original still on master  (DATAUPD check)
      *    7  site code on the MRGCTRL cards       (DATAMRG sites)
      *
      *  Spaces in the account or site code pass, as they do at entry
      *  time; a missing ACCTREF skips rule 5, and the sites follow
      *  DATAMRG's own fallback to S1/S2/S3 for a missing card.
      *
      *  Each failure is written to a work file (DATASWPWK) during the
      *  pass; the exception report (DATASWPRPT) then prints the
      *  exceptions grouped by rule, each group with its count and
      *  amount, followed by a summary of every rule's count and
      *  amount against the whole master swept.  A record failing
      *  more than one rule appears under each.  Nothing on the master
      *  is changed - correction goes through DATAMNT as usual.  The
      *  run ends with return code 4 when any exception was found.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASWP.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY-ID
               FILE STATUS IS WS-MST-STATUS.

      *  Second view of the master for the reversal-original lookup,
      *  so the sweep's own sequential position is never disturbed.
           SELECT MASTER-LOOKUP ASSIGN TO "DATAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKP-ENTRY-ID
               FILE STATUS IS WS-LKP-STATUS.

           SELECT OPTIONAL ACCT-REF-IN ASSIGN TO "ACCTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT OPTIONAL MRG-CONTROL-IN ASSIGN TO "MRGCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT SWEEP-WORK ASSIGN TO "DATASWPWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

           SELECT DATASWP-RPT ASSIGN TO "DATASWPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY MST-ENTRY-ID
                         WS-ENTRY-DATE        BY MST-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY MST-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY MST-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY MST-ENTRY-ACCT
                         WS-ENTRY-SITE        BY MST-ENTRY-SITE.

       FD  MASTER-LOOKUP.
       01  MASTER-LOOKUP-RECORD.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY LKP-ENTRY-ID
                         WS-ENTRY-DATE        BY LKP-ENTRY-DATE
                         WS-ENTRY-AMOUNT      BY LKP-ENTRY-AMOUNT
                         WS-ENTRY-DESCRIPTION BY LKP-ENTRY-DESCRIPTION
                         WS-ENTRY-ACCT        BY LKP-ENTRY-ACCT
                         WS-ENTRY-SITE        BY LKP-ENTRY-SITE.

       FD  ACCT-REF-IN
           RECORDING MODE IS F.
       01  ACCT-REF-RECORD.
           05  REF-ACCT-CODE           PIC X(4).
           05  FILLER                  PIC X.
           05  REF-ACCT-NAME           PIC X(30).
           05  REF-RESERVED            PIC X(45).

       FD  MRG-CONTROL-IN
           RECORDING MODE IS F.
       01  MRG-CONTROL-RECORD.
           05  MRG-CTRL-SITE-CODE      PIC X(3).
           05  MRG-CTRL-RESERVED       PIC X(77).

      *  One exception: the rule failed and the master record as it
      *  stands.
       FD  SWEEP-WORK
           RECORDING MODE IS F.
       01  SWEEP-WORK-RECORD.
           05  SWK-RULE                PIC 9.
           05  SWK-MASTER-IMAGE        PIC X(80).

       FD  DATASWP-RPT.
       01  DATASWP-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MST-STATUS           PIC XX.
           05  WS-LKP-STATUS           PIC XX.
           05  WS-REF-STATUS           PIC XX.
           05  WS-CTRL-STATUS          PIC XX.
           05  WS-WRK-STATUS           PIC XX.
           05  WS-RPT-STATUS           PIC XX.

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(7)      VALUE 0.
           05  WS-MASTER-AMOUNT        PIC S9(11)V99 VALUE 0.
           05  WS-BAD-RECORD-COUNT     PIC 9(7)      VALUE 0.
           05  WS-BAD-RECORD-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(7)      VALUE 0.

      *  Count and amount per rule, subscripted by the rule number.
       01  WS-RULE-TOTALS.
           05  WS-RULE-TOTAL OCCURS 7 TIMES.
               10  WS-RT-COUNT         PIC 9(7)      VALUE 0.
               10  WS-RT-AMOUNT        PIC S9(11)V99 VALUE 0.

       01  WS-RULE-NAMES-INIT.
           05  FILLER                  PIC X(32) VALUE
                   'ENTRY ID NOT NUMERIC OR ZERO    '.
           05  FILLER                  PIC X(32) VALUE
                   'ENTRY DATE NOT A CALENDAR DATE  '.
           05  FILLER                  PIC X(32) VALUE
                   'AMOUNT NOT NUMERIC / BAD SIGN   '.
           05  FILLER                  PIC X(32) VALUE
                   'REVERSAL LINKAGE BADLY FORMED   '.
           05  FILLER                  PIC X(32) VALUE
                   'ACCOUNT CODE NOT ON ACCTREF     '.
           05  FILLER                  PIC X(32) VALUE
                   'REVERSAL ORIGINAL NOT ON MASTER '.
           05  FILLER                  PIC X(32) VALUE
                   'SITE CODE NOT ON MRGCTRL        '.
       01  WS-RULE-NAMES REDEFINES WS-RULE-NAMES-INIT.
           05  WS-RULE-NAME OCCURS 7 TIMES
                                       PIC X(32).

       01  WS-RULE-NO                  PIC 9 VALUE 0.
       01  WS-RECORD-BAD-SW            PIC X VALUE 'N'.
           88  WS-RECORD-IS-BAD        VALUE 'Y'.

      *  The master record in hand, in the same views DATAVAL edits
      *  an entry through.
       01  WS-ENTRY-TEXT.
           COPY WSTABENT
               REPLACING WS-ENTRY-ID          BY WS-TEXT-ID
                         WS-ENTRY-DATE        BY WS-TEXT-DATE
                         WS-ENTRY-AMOUNT      BY WS-TEXT-AMOUNT
                         WS-ENTRY-DESCRIPTION BY WS-TEXT-DESCRIPTION
                         WS-ENTRY-ACCT        BY WS-TEXT-ACCT
                         WS-ENTRY-SITE        BY WS-TEXT-SITE.

       01  WS-REVERSAL-TEXT REDEFINES WS-ENTRY-TEXT.
           05  FILLER                  PIC X(23).
           05  WS-RV-MARKER            PIC X(2).
               88  WS-RV-IS-REVERSAL   VALUE 'RV'.
           05  WS-RV-ORIG-ID           PIC X(6).
           05  FILLER                  PIC X(49).

       01  WS-LINKAGE-OK-SW            PIC X VALUE 'N'.
           88  WS-LINKAGE-IS-OK        VALUE 'Y'.

       01  WS-DATE-VALID-SW            PIC X VALUE 'Y'.
           88  WS-DATE-IS-VALID        VALUE 'Y'.
       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.

      *  Valid account codes loaded from ACCTREF at start of run; the
      *  account rule applies only when the file was actually there.
       01  SWP-ACCT-REF-MAX            PIC 9(5) VALUE 999.
       01  WS-ACCT-REF-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCT-REF-SUB             PIC 9(5) VALUE 0.
       01  WS-ACCT-REF-LOADED-SW       PIC X VALUE 'N'.
           88  WS-ACCT-REF-LOADED      VALUE 'Y'.
       01  WS-ACCT-KNOWN-SW            PIC X VALUE 'N'.
           88  WS-ACCT-IS-KNOWN        VALUE 'Y'.
       01  WS-ACCT-REF-TABLE.
           05  WS-ACCT-REF-CODE OCCURS 999 TIMES
                                       PIC X(4).

      *  The site codes DATAMRG stamps, resolved the way it resolves
      *  them: one card per site file, S1/S2/S3 where a card is
      *  missing or blank.
       01  WS-SITE-SUB                 PIC 9(1) VALUE 0.
       01  WS-SITE-CODES.
           05  WS-SITE-CODE OCCURS 3 TIMES
                                       PIC X(3).
       01  WS-SITE-KNOWN-SW            PIC X VALUE 'N'.
           88  WS-SITE-IS-KNOWN        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATASWP -'.
           05  FILLER                  PIC X(33) VALUE
                   ' MASTER FILE INTEGRITY SWEEP     '.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-NO-ACCTREF.
           05  FILLER                  PIC X(50) VALUE
                   '*** ACCTREF NOT PRESENT - RULE 5 NOT APPLIED ***  '.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-RPT-RULE-HEADING.
           05  FILLER                  PIC X(5)  VALUE 'RULE '.
           05  WS-RH-RULE              PIC 9.
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-RH-NAME              PIC X(32).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5)  VALUE '  ID '.
           05  WS-DTL-ID               PIC X(6).
           05  FILLER                  PIC X(7)  VALUE '  DATE '.
           05  WS-DTL-DATE             PIC X(8).
           05  FILLER                  PIC X(7)  VALUE '  ACCT '.
           05  WS-DTL-ACCT             PIC X(4).
           05  FILLER                  PIC X(7)  VALUE '  SITE '.
           05  WS-DTL-SITE             PIC X(3).
           05  FILLER                  PIC X(6)  VALUE '  AMT '.
           05  WS-DTL-AMOUNT           PIC ---,---,--9.99.
           05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
                                       PIC X(14).
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DESCRIPTION      PIC X(50).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-RPT-RULE-TOTAL.
           05  FILLER                  PIC X(19) VALUE
                   '  RULE TOTAL     # '.
           05  WS-RTL-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE '  $ '.
           05  WS-RTL-AMOUNT           PIC --,---,---,--9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-RPT-SUMMARY-HEADING.
           05  FILLER                  PIC X(40) VALUE
                   'EXCEPTION SUMMARY BY RULE               '.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(5)  VALUE 'RULE '.
           05  WS-SL-RULE              PIC 9.
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-SL-NAME              PIC X(32).
           05  FILLER                  PIC X(4)  VALUE ' #  '.
           05  WS-SL-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE '  $ '.
           05  WS-SL-AMOUNT            PIC --,---,---,--9.99.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(41).
           05  FILLER                  PIC X(4)  VALUE ' #  '.
           05  WS-TL-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE '  $ '.
           05  WS-TL-AMOUNT            PIC --,---,---,--9.99.
           05  FILLER                  PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'DATASWP: MASTER FILE DATAMST NOT AVAILABLE -'
                   ' STATUS ' WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-LOOKUP
           PERFORM 100-LOAD-ACCT-REF
           PERFORM 120-LOAD-SITE-CODES
           OPEN OUTPUT SWEEP-WORK
           PERFORM UNTIL WS-MST-STATUS = '10'
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 200-SWEEP-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SWEEP-WORK
           CLOSE MASTER-LOOKUP
           CLOSE MASTER-FILE
           OPEN OUTPUT DATASWP-RPT
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-HEADING
           IF NOT WS-ACCT-REF-LOADED
               WRITE DATASWP-RPT-RECORD FROM WS-RPT-NO-ACCTREF
           END-IF
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > 7
               PERFORM 500-REPORT-ONE-RULE
           END-PERFORM
           PERFORM 800-WRITE-SUMMARY
           CLOSE DATASWP-RPT
           DISPLAY 'DATASWP: ' WS-MASTER-COUNT ' MASTER RECORDS SWEPT, '
               WS-BAD-RECORD-COUNT ' WITH EXCEPTIONS'
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-LOAD-ACCT-REF.
           OPEN INPUT ACCT-REF-IN
           IF WS-REF-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-REF-LOADED-SW
               PERFORM UNTIL WS-REF-STATUS = '10'
                   READ ACCT-REF-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ACCT-REF-COUNT < SWP-ACCT-REF-MAX
                               ADD 1 TO WS-ACCT-REF-COUNT
                               MOVE REF-ACCT-CODE TO
                                   WS-ACCT-REF-CODE(WS-ACCT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-REF-IN
           END-IF.

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
           END-IF.

      *  Applies every rule to the record in hand; each failure is
      *  its own exception.
       200-SWEEP-ONE-RECORD.
           MOVE MASTER-RECORD TO WS-ENTRY-TEXT
           MOVE 'N' TO WS-RECORD-BAD-SW
           ADD 1 TO WS-MASTER-COUNT
           IF WS-TEXT-AMOUNT IS NUMERIC
               ADD WS-TEXT-AMOUNT TO WS-MASTER-AMOUNT
           END-IF
           IF WS-TEXT-ID IS NOT NUMERIC
                   OR WS-TEXT-ID = ZEROES
               MOVE 1 TO WS-RULE-NO
               PERFORM 400-RECORD-EXCEPTION
           END-IF
           PERFORM 250-EDIT-ENTRY-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE 2 TO WS-RULE-NO
               PERFORM 400-RECORD-EXCEPTION
           END-IF
           IF WS-TEXT-AMOUNT IS NOT NUMERIC
               MOVE 3 TO WS-RULE-NO
               PERFORM 400-RECORD-EXCEPTION
           END-IF
           IF WS-RV-IS-REVERSAL
               PERFORM 270-EDIT-REVERSAL-LINKAGE
               IF NOT WS-LINKAGE-IS-OK
                   MOVE 4 TO WS-RULE-NO
                   PERFORM 400-RECORD-EXCEPTION
               ELSE
                   PERFORM 300-CHECK-REVERSAL-ORIGINAL
               END-IF
           END-IF
           IF WS-ACCT-REF-LOADED
                   AND WS-TEXT-ACCT NOT = SPACES
               PERFORM 280-CHECK-ACCOUNT-CODE
           END-IF
           IF WS-TEXT-SITE NOT = SPACES
               PERFORM 320-CHECK-SITE-CODE
           END-IF
           IF WS-RECORD-IS-BAD
               ADD 1 TO WS-BAD-RECORD-COUNT
               IF WS-TEXT-AMOUNT IS NUMERIC
                   ADD WS-TEXT-AMOUNT TO WS-BAD-RECORD-AMOUNT
               END-IF
           END-IF.

      *  A real calendar date: all digits, month 01-12, day within
      *  the month, February sized by the leap-year rule.
       250-EDIT-ENTRY-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW
           IF WS-TEXT-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               MOVE WS-TEXT-DATE TO WS-DATE-PARTS
               IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                       OR WS-DATE-YEAR = ZEROES
                   MOVE 'N' TO WS-DATE-VALID-SW
               ELSE
                   PERFORM 260-SET-DAYS-IN-MONTH
                   IF WS-DATE-DAY < 1
                           OR WS-DATE-DAY > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

       260-SET-DAYS-IN-MONTH.
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

      *  DATAVAL's reversal edit: the referenced id numeric, non-zero
      *  and not the entry's own id, the amount negating.
       270-EDIT-REVERSAL-LINKAGE.
           MOVE 'Y' TO WS-LINKAGE-OK-SW
           IF WS-RV-ORIG-ID IS NOT NUMERIC
                   OR WS-RV-ORIG-ID = ZEROES
                   OR WS-RV-ORIG-ID = WS-TEXT-ID
               MOVE 'N' TO WS-LINKAGE-OK-SW
           ELSE
               IF WS-TEXT-AMOUNT IS NUMERIC
                       AND WS-TEXT-AMOUNT NOT < 0
                   MOVE 'N' TO WS-LINKAGE-OK-SW
               END-IF
           END-IF.

       280-CHECK-ACCOUNT-CODE.
           MOVE 'N' TO WS-ACCT-KNOWN-SW
           PERFORM VARYING WS-ACCT-REF-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-REF-SUB > WS-ACCT-REF-COUNT
               IF WS-ACCT-REF-CODE(WS-ACCT-REF-SUB) = WS-TEXT-ACCT
                   MOVE 'Y' TO WS-ACCT-KNOWN-SW
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-IS-KNOWN
               MOVE 5 TO WS-RULE-NO
               PERFORM 400-RECORD-EXCEPTION
           END-IF.

      *  A well-formed reversal whose original has since been deleted
      *  from the master no longer offsets anything there.
       300-CHECK-REVERSAL-ORIGINAL.
           MOVE WS-RV-ORIG-ID TO LKP-ENTRY-ID
           READ MASTER-LOOKUP
               INVALID KEY
                   MOVE 6 TO WS-RULE-NO
                   PERFORM 400-RECORD-EXCEPTION
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       320-CHECK-SITE-CODE.
           MOVE 'N' TO WS-SITE-KNOWN-SW
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > 3
               IF WS-SITE-CODE(WS-SITE-SUB) = WS-TEXT-SITE
                   MOVE 'Y' TO WS-SITE-KNOWN-SW
               END-IF
           END-PERFORM
           IF NOT WS-SITE-IS-KNOWN
               MOVE 7 TO WS-RULE-NO
               PERFORM 400-RECORD-EXCEPTION
           END-IF.

       400-RECORD-EXCEPTION.
           MOVE 'Y' TO WS-RECORD-BAD-SW
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-RT-COUNT(WS-RULE-NO)
           IF WS-TEXT-AMOUNT IS NUMERIC
               ADD WS-TEXT-AMOUNT TO WS-RT-AMOUNT(WS-RULE-NO)
           END-IF
           MOVE WS-RULE-NO TO SWK-RULE
           MOVE WS-ENTRY-TEXT TO SWK-MASTER-IMAGE
           WRITE SWEEP-WORK-RECORD.

      *  One pass of the work file per rule prints that rule's group,
      *  so the report reads rule by rule in master-key order within
      *  each rule.
       500-REPORT-ONE-RULE.
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-RULE-NO TO WS-RH-RULE
           MOVE WS-RULE-NAME(WS-RULE-NO) TO WS-RH-NAME
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-RULE-HEADING
           OPEN INPUT SWEEP-WORK
           PERFORM UNTIL WS-WRK-STATUS = '10'
               READ SWEEP-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SWK-RULE = WS-RULE-NO
                           PERFORM 550-WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-WORK
           MOVE WS-RT-COUNT(WS-RULE-NO) TO WS-RTL-COUNT
           MOVE WS-RT-AMOUNT(WS-RULE-NO) TO WS-RTL-AMOUNT
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-RULE-TOTAL.

       550-WRITE-EXCEPTION-LINE.
           MOVE SWK-MASTER-IMAGE TO WS-ENTRY-TEXT
           MOVE WS-ENTRY-TEXT(1:6) TO WS-DTL-ID
           MOVE WS-ENTRY-TEXT(7:8) TO WS-DTL-DATE
           MOVE WS-TEXT-ACCT TO WS-DTL-ACCT
           MOVE WS-TEXT-SITE TO WS-DTL-SITE
           IF WS-TEXT-AMOUNT IS NUMERIC
               MOVE WS-TEXT-AMOUNT TO WS-DTL-AMOUNT
           ELSE
               MOVE '   NOT NUMERIC' TO WS-DTL-AMOUNT-X
           END-IF
           MOVE WS-TEXT-DESCRIPTION TO WS-DTL-DESCRIPTION
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-DETAIL.

       800-WRITE-SUMMARY.
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-SUMMARY-HEADING
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > 7
               MOVE WS-RULE-NO TO WS-SL-RULE
               MOVE WS-RULE-NAME(WS-RULE-NO) TO WS-SL-NAME
               MOVE WS-RT-COUNT(WS-RULE-NO) TO WS-SL-COUNT
               MOVE WS-RT-AMOUNT(WS-RULE-NO) TO WS-SL-AMOUNT
               WRITE DATASWP-RPT-RECORD FROM WS-RPT-SUMMARY-LINE
           END-PERFORM
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-BLANK
           MOVE 'RECORDS WITH ONE OR MORE EXCEPTIONS'
               TO WS-TL-LABEL
           MOVE WS-BAD-RECORD-COUNT TO WS-TL-COUNT
           MOVE WS-BAD-RECORD-AMOUNT TO WS-TL-AMOUNT
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'MASTER RECORDS SWEPT' TO WS-TL-LABEL
           MOVE WS-MASTER-COUNT TO WS-TL-COUNT
           MOVE WS-MASTER-AMOUNT TO WS-TL-AMOUNT
           WRITE DATASWP-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
