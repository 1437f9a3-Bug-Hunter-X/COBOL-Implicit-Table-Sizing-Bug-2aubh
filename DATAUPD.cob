      *  every run, so this program maintains the permanent indexed
      *  master (DATAMST, keyed on the entry id) as the book of
      *  record: it applies the day's sorted, duplicate-screened
      *  entries as add/change/delete transactions and prints an
      *  update register (DATAUPDRPT) of everything applied and
      *  everything rejected.  The entries are read from DATAUPDIN:
      *  DATADUP's surviving records (DATADUPOUT) after DATAXDP has
      *  held back suspected cross-day duplicates and written any
      *  released ones ahead of the day's entries.  DATAUPDIN is
      *  only posted when DATAXDP's stamp (DATAXDPRID) carries the
      *  current DATAENT run stamp; otherwise the file on disk is an
      *  earlier day's, nothing is posted, and the program ends with
      *  return code 8.
      *
      *  The action for an entry id comes from the optional action
      *  card file UPDACTIN ('A' add, 'C' change, 'D' delete); an
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATADUP-OUT ASSIGN TO "DATAUPDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.

           SELECT OPTIONAL DATAXDP-RUNID ASSIGN TO "DATAXDPRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRID-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  DATAENT-RUNID.
       01  DATAENT-RUNID-RECORD        PIC X(14).

       FD  DATAXDP-RUNID.
       01  DATAXDP-RUNID-RECORD        PIC X(14).

      *  Common audit trail shared with DATAENT and DATAMNT; one
      *  record per transaction applied to the master, appended
      *  across runs.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-RID-STATUS           PIC XX.
           05  WS-AUD-STATUS           PIC XX.
           05  WS-XRID-STATUS          PIC XX.

       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-DATAXDP-STAMP            PIC X(14) VALUE SPACES.

      *  Master image as it stood before the transaction, for the
      *  audit record's before side.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-READ-RUN-ID
           IF WS-DATAXDP-STAMP NOT = WS-RUN-STAMP
               DISPLAY 'DATAUPD: DATAXDP RUN STAMP ' WS-DATAXDP-STAMP
                   ' DOES NOT MATCH THE CURRENT DATAENT RUN STAMP '
                   WS-RUN-STAMP ' - NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 060-OPEN-AUDIT-TRAIL
           PERFORM 100-LOAD-ACTION-CARDS
           PERFORM 150-OPEN-MASTER-FILE
                       CONTINUE
               END-READ
               CLOSE DATAENT-RUNID
           END-IF
           OPEN INPUT DATAXDP-RUNID
           IF WS-XRID-STATUS = '00'
               READ DATAXDP-RUNID INTO WS-DATAXDP-STAMP
                   AT END
                       CONTINUE
               END-READ
               CLOSE DATAXDP-RUNID
           END-IF.

       060-OPEN-AUDIT-TRAIL.
