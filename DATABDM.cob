      *****************************************************************
      *  DATABDM.cob
      *  Budget file maintenance.  The monthly budget finance sets for
      *  each account code at each site lives on the budget reference
      *  file (BUDGET: one account code, site, month and budget
      *  amount per record), which DATAVAR reports actuals against.
      *  This program applies the day's maintenance cards (BDMIN: 'A'
      *  add, 'C' change the amount, 'D' delete) against that file,
      *  prints a maintenance register (BUDMRPT) of everything
      *  applied and everything rejected, and appends one record per
      *  change to the common audit trail (AUDITTRL) with the budget
      *  record as it stood before and after - the same discipline
      *  DATAACM keeps over the account reference file.
      *
      *  An add for an account/site/month already on file, or a
      *  change/delete for one not on file, is rejected onto the
      *  register rather than applied.  So is an add or change with a
      *  month that is not a real YYYYMM, a non-numeric amount, a
      *  blank site, or an account code missing from the account
      *  reference file (ACCTREF) when that file is present - a
      *  budget line no entry can ever post against is a keying
      *  error, not a plan.
      *
      *  Should the budget file hold more lines than the budget
      *  table, no card is applied and BUDGET is left as it was; the
      *  register carries a warning and the step ends with return
      *  code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABDM.
       AUTHOR. DATA-ENTRY-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BDM-IN ASSIGN TO "BDMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDM-STATUS.

           SELECT OPTIONAL BUDGET-IO ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT OPTIONAL ACCT-REF-IN ASSIGN TO "ACCTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT BUDGET-MAINT-RPT ASSIGN TO "BUDMRPT"
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
      *  One card per maintenance action: the action, the budget key
      *  (account, site, month), and for add/change the amount.
       FD  BDM-IN
           RECORDING MODE IS F.
       01  BDM-IN-RECORD.
           05  BDM-ACTION              PIC X.
               88  BDM-IS-ADD          VALUE 'A'.
               88  BDM-IS-CHANGE       VALUE 'C'.
               88  BDM-IS-DELETE       VALUE 'D'.
           05  FILLER                  PIC X.
           05  BDM-KEY.
               10  BDM-ACCT            PIC X(4).
               10  FILLER              PIC X.
               10  BDM-SITE            PIC X(3).
               10  FILLER              PIC X.
               10  BDM-MONTH           PIC 9(6).
           05  FILLER                  PIC X.
           05  BDM-AMOUNT              PIC S9(9)V99.
           05  BDM-RESERVED            PIC X(52).

      *  One budget line: account code, site, month (YYYYMM) and the
      *  month's budget amount.
       FD  BUDGET-IO
           RECORDING MODE IS F.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-ACCT            PIC X(4).
               10  FILLER              PIC X.
               10  BUD-SITE            PIC X(3).
               10  FILLER              PIC X.
               10  BUD-MONTH           PIC 9(6).
           05  FILLER                  PIC X.
           05  BUD-AMOUNT              PIC S9(9)V99.
           05  BUD-RESERVED            PIC X(53).

       FD  ACCT-REF-IN
           RECORDING MODE IS F.
       01  ACCT-REF-RECORD.
           05  REF-ACCT-CODE           PIC X(4).
           05  FILLER                  PIC X.
           05  REF-ACCT-NAME           PIC X(30).
           05  REF-RESERVED            PIC X(45).

       FD  BUDGET-MAINT-RPT.
       01  BUDGET-MAINT-RPT-RECORD     PIC X(132).

       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

      *  Common audit trail shared with the rest of the stream; the
      *  80-byte images carry the budget record before and after.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BDM-STATUS           PIC XX.
           05  WS-BUD-STATUS           PIC XX.
           05  WS-REF-STATUS           PIC XX.
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
           05  WS-BUD-DROPPED-COUNT    PIC 9(5) VALUE 0.

      *  Must match the OCCURS ceiling on WS-BUD-ENTRY below.
       01  BDM-BUD-COMPILED-MAX        PIC 9(5) VALUE 9999.
       01  WS-BUD-COUNT                PIC 9(5) VALUE 0.
       01  WS-BUD-SUB                  PIC 9(5) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.

      *  The budget file held in storage for the run: loaded whole,
      *  maintained in place, rewritten whole at end of run.  Twelve
      *  months of lines per account and site fill it much faster
      *  than the account reference table, hence the larger ceiling.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 9999 TIMES.
               10  WS-BUD-IMAGE        PIC X(80).
               10  WS-BUD-DELETED      PIC X.

      *  Valid account codes loaded from ACCTREF at start of run; the
      *  account edit applies only when the file was there to load.
       01  BDM-ACCT-REF-MAX            PIC 9(5) VALUE 999.
       01  WS-ACCT-REF-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCT-REF-SUB             PIC 9(5) VALUE 0.
       01  WS-ACCT-REF-LOADED-SW       PIC X VALUE 'N'.
           88  WS-ACCT-REF-LOADED      VALUE 'Y'.
       01  WS-ACCT-KNOWN-SW            PIC X VALUE 'N'.
           88  WS-ACCT-IS-KNOWN        VALUE 'Y'.
       01  WS-ACCT-REF-TABLE.
           05  WS-ACCT-REF-CODE OCCURS 999 TIMES
                                       PIC X(4).

       01  WS-CARD-VALID-SW            PIC X VALUE 'N'.
           88  WS-CARD-IS-VALID        VALUE 'Y'.

       01  WS-MONTH-PARTS.
           05  WS-MONTH-YEAR           PIC 9(4).
           05  WS-MONTH-MONTH          PIC 9(2).

       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'DATABDM -'.
           05  FILLER                  PIC X(33) VALUE
                   ' BUDGET FILE MAINT REGISTER      '.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-RPT-BLANK                PIC X(132) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5)  VALUE 'ACCT '.
           05  WS-DTL-ACCT             PIC X(4).
           05  FILLER                  PIC X(6)  VALUE ' SITE '.
           05  WS-DTL-SITE             PIC X(3).
           05  FILLER                  PIC X(7)  VALUE ' MONTH '.
           05  WS-DTL-MONTH            PIC X(6).
           05  FILLER                  PIC X(8)  VALUE ' ACTION '.
           05  WS-DTL-ACTION           PIC X.
           05  FILLER                  PIC X(2)  VALUE '  '.
           05  WS-DTL-DISPOSITION      PIC X(32).
           05  FILLER                  PIC X(5)  VALUE ' - $ '.
           05  WS-DTL-AMOUNT           PIC -,---,---,--9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-TABLE-FULL-WARNING.
           05  FILLER                  PIC X(13) VALUE
                   '*** WARNING: '.
           05  WS-TFW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE
                   ' BUDGET LINES NOT LOADED - THE 9999-ROW '.
           05  FILLER                  PIC X(40) VALUE
                   'BUDGET TABLE IS FULL; NO CARDS APPLIED A'.
           05  FILLER                  PIC X(34) VALUE
                   'ND BUDGET NOT REWRITTEN ***'.

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
           PERFORM 100-LOAD-BUDGET-FILE
           IF WS-BUD-DROPPED-COUNT > 0
               PERFORM 110-REPORT-TABLE-FULL
               CLOSE AUDIT-TRAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-ACCT-REF
           OPEN OUTPUT BUDGET-MAINT-RPT
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           PERFORM 200-APPLY-MAINT-CARDS
           PERFORM 600-REWRITE-BUDGET-FILE
           PERFORM 800-WRITE-REGISTER-TOTALS
           CLOSE BUDGET-MAINT-RPT
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

       100-LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-IO
           IF WS-BUD-STATUS = '00'
               PERFORM UNTIL WS-BUD-STATUS = '10'
                   READ BUDGET-IO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BUD-COUNT < BDM-BUD-COMPILED-MAX
                               ADD 1 TO WS-BUD-COUNT
                               MOVE BUDGET-RECORD
                                   TO WS-BUD-IMAGE(WS-BUD-COUNT)
                               MOVE 'N'
                                   TO WS-BUD-DELETED(WS-BUD-COUNT)
                           ELSE
                               ADD 1 TO WS-BUD-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-IO
           END-IF
           IF WS-BUD-STATUS = '05'
               CLOSE BUDGET-IO
           END-IF.

       110-REPORT-TABLE-FULL.
           OPEN OUTPUT BUDGET-MAINT-RPT
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-HEADING
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-BUD-DROPPED-COUNT TO WS-TFW-COUNT
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-TABLE-FULL-WARNING
           CLOSE BUDGET-MAINT-RPT
           DISPLAY 'DATABDM: *** BUDGET TABLE FULL - '
               WS-BUD-DROPPED-COUNT ' BUDGET LINES COULD NOT BE LOADED'
               ' - BUDGET NOT REWRITTEN ***'.

       120-LOAD-ACCT-REF.
           OPEN INPUT ACCT-REF-IN
           IF WS-REF-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-REF-LOADED-SW
               PERFORM UNTIL WS-REF-STATUS = '10'
                   READ ACCT-REF-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ACCT-REF-COUNT < BDM-ACCT-REF-MAX
                               ADD 1 TO WS-ACCT-REF-COUNT
                               MOVE REF-ACCT-CODE TO
                                   WS-ACCT-REF-CODE(WS-ACCT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-REF-IN
           END-IF.

       200-APPLY-MAINT-CARDS.
           OPEN INPUT BDM-IN
           IF WS-BDM-STATUS = '00'
               PERFORM UNTIL WS-BDM-STATUS = '10'
                   READ BDM-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 300-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE BDM-IN
           END-IF.

       300-APPLY-ONE-CARD.
           PERFORM 350-FIND-BUDGET-LINE
           EVALUATE TRUE
               WHEN BDM-IS-ADD
                   IF WS-MATCH-SUB > 0
                       MOVE 'REJECTED: ADD, LINE EXISTS'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   ELSE
                       PERFORM 250-EDIT-BUDGET-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 400-ADD-BUDGET-LINE
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   END-IF
               WHEN BDM-IS-CHANGE
                   IF WS-MATCH-SUB > 0
                       PERFORM 250-EDIT-BUDGET-CARD
                       IF WS-CARD-IS-VALID
                           PERFORM 450-CHANGE-BUDGET-LINE
                       ELSE
                           PERFORM 700-REJECT-CARD
                       END-IF
                   ELSE
                       MOVE 'REJECTED: CHANGE, LINE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN BDM-IS-DELETE
                   IF WS-MATCH-SUB > 0
                       PERFORM 500-DELETE-BUDGET-LINE
                   ELSE
                       MOVE 'REJECTED: DELETE, LINE MISSING'
                           TO WS-DTL-DISPOSITION
                       PERFORM 700-REJECT-CARD
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED: INVALID ACTION CODE'
                       TO WS-DTL-DISPOSITION
                   PERFORM 700-REJECT-CARD
           END-EVALUATE.

       250-EDIT-BUDGET-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           MOVE 'N' TO WS-ACCT-KNOWN-SW
           PERFORM VARYING WS-ACCT-REF-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-REF-SUB > WS-ACCT-REF-COUNT
               IF WS-ACCT-REF-CODE(WS-ACCT-REF-SUB) = BDM-ACCT
                   MOVE 'Y' TO WS-ACCT-KNOWN-SW
               END-IF
           END-PERFORM
           IF BDM-MONTH IS NUMERIC
               MOVE BDM-MONTH TO WS-MONTH-PARTS
           ELSE
               MOVE ZEROES TO WS-MONTH-PARTS
           END-IF
           EVALUATE TRUE
               WHEN WS-MONTH-YEAR = ZEROES
                       OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12
                   MOVE 'REJECTED: MONTH NOT YYYYMM'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN BDM-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED: AMOUNT NOT NUMERIC'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN BDM-SITE = SPACES
                   MOVE 'REJECTED: SITE MISSING'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN BDM-ACCT = SPACES
                   MOVE 'REJECTED: ACCOUNT CODE MISSING'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
               WHEN WS-ACCT-REF-LOADED AND NOT WS-ACCT-IS-KNOWN
                   MOVE 'REJECTED: ACCOUNT NOT ON ACCTREF'
                       TO WS-DTL-DISPOSITION
                   MOVE 'N' TO WS-CARD-VALID-SW
           END-EVALUATE.

       350-FIND-BUDGET-LINE.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
               IF WS-BUD-IMAGE(WS-BUD-SUB)(1:15) = BDM-KEY
                       AND WS-BUD-DELETED(WS-BUD-SUB) NOT = 'Y'
                   MOVE WS-BUD-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       400-ADD-BUDGET-LINE.
           IF WS-BUD-COUNT >= BDM-BUD-COMPILED-MAX
               MOVE 'REJECTED: BUDGET TABLE FULL'
                   TO WS-DTL-DISPOSITION
               PERFORM 700-REJECT-CARD
           ELSE
               ADD 1 TO WS-BUD-COUNT
               MOVE SPACES TO BUDGET-RECORD
               MOVE BDM-ACCT TO BUD-ACCT
               MOVE BDM-SITE TO BUD-SITE
               MOVE BDM-MONTH TO BUD-MONTH
               MOVE BDM-AMOUNT TO BUD-AMOUNT
               MOVE BUDGET-RECORD TO WS-BUD-IMAGE(WS-BUD-COUNT)
               MOVE 'N' TO WS-BUD-DELETED(WS-BUD-COUNT)
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
               PERFORM 750-WRITE-REGISTER-LINE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'BUDADD' TO AUD-ACTION
               MOVE WS-BUD-IMAGE(WS-BUD-COUNT) TO AUD-AFTER-IMAGE
               PERFORM 780-AUDIT-MAINT-CHANGE
           END-IF.

       450-CHANGE-BUDGET-LINE.
           MOVE WS-BUD-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE WS-BUD-IMAGE(WS-MATCH-SUB) TO BUDGET-RECORD
           MOVE BDM-AMOUNT TO BUD-AMOUNT
           MOVE BUDGET-RECORD TO WS-BUD-IMAGE(WS-MATCH-SUB)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE 'BUDCHG' TO AUD-ACTION
           MOVE WS-BUD-IMAGE(WS-MATCH-SUB) TO AUD-AFTER-IMAGE
           PERFORM 780-AUDIT-MAINT-CHANGE.

       500-DELETE-BUDGET-LINE.
           MOVE WS-BUD-IMAGE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           MOVE 'Y' TO WS-BUD-DELETED(WS-MATCH-SUB)
           ADD 1 TO WS-DELETE-COUNT
           MOVE 'DELETED' TO WS-DTL-DISPOSITION
           PERFORM 750-WRITE-REGISTER-LINE
           MOVE 'BUDDEL' TO AUD-ACTION
           MOVE SPACES TO AUD-AFTER-IMAGE
           PERFORM 780-AUDIT-MAINT-CHANGE.

       700-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 750-WRITE-REGISTER-LINE.

       750-WRITE-REGISTER-LINE.
           MOVE BDM-ACCT TO WS-DTL-ACCT
           MOVE BDM-SITE TO WS-DTL-SITE
           MOVE BDM-KEY(10:6) TO WS-DTL-MONTH
           MOVE BDM-ACTION TO WS-DTL-ACTION
           IF BDM-AMOUNT IS NUMERIC
               MOVE BDM-AMOUNT TO WS-DTL-AMOUNT
           ELSE
               MOVE 0 TO WS-DTL-AMOUNT
           END-IF
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-DETAIL.

      *  One audit record per change applied; AUD-ACTION and
      *  AUD-AFTER-IMAGE are set by the caller, the before image
      *  holds the budget record as it stood.
       780-AUDIT-MAINT-CHANGE.
           MOVE WS-RUN-STAMP TO AUD-RUN-STAMP
           MOVE 'DATABDM' TO AUD-PROGRAM-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           WRITE AUDIT-TRAIL-RECORD.

       600-REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-IO
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
               IF WS-BUD-DELETED(WS-BUD-SUB) NOT = 'Y'
                   MOVE WS-BUD-IMAGE(WS-BUD-SUB) TO BUDGET-RECORD
                   WRITE BUDGET-RECORD
               END-IF
           END-PERFORM
           CLOSE BUDGET-IO.

       800-WRITE-REGISTER-TOTALS.
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CARD-COUNT TO WS-TOT-CARD
           MOVE WS-ADD-COUNT TO WS-TOT-ADD
           MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGE
           MOVE WS-DELETE-COUNT TO WS-TOT-DELETE
           MOVE WS-REJECT-COUNT TO WS-TOT-REJECT
           WRITE BUDGET-MAINT-RPT-RECORD FROM WS-RPT-TOTALS.
