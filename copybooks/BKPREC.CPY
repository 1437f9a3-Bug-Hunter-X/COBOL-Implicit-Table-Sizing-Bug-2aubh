      *****************************************************************
      *  BKPREC.CPY
      *  Layout for one record of the master backup generation file
      *  (DATAMSTBKP) DATABKP writes and DATARBD rebuilds from.
      *  Copied under a group item (an FD record) supplied by the
      *  including program, like AUDITREC.  Each generation is a
      *  header ('SH'), one detail ('SD') per master entry carrying
      *  the 80-byte entry unchanged, and a trailer ('ST') with the
      *  generation's entry count and net amount; every record of a
      *  generation carries the generation stamp (the date and time
      *  the snapshot was taken), so generations can be told apart
      *  and dropped whole.  The header also holds the DATAENT run
      *  stamp and run date the snapshot stands at.
      *****************************************************************
          15  BKP-REC-TYPE             PIC X(2).
              88  BKP-IS-HEADER        VALUE 'SH'.
              88  BKP-IS-DETAIL        VALUE 'SD'.
              88  BKP-IS-TRAILER       VALUE 'ST'.
          15  BKP-GEN-STAMP            PIC X(14).
          15  BKP-ENTRY-IMAGE          PIC X(80).
          15  BKP-HEADER-DATA REDEFINES BKP-ENTRY-IMAGE.
              20  BKP-HDR-RUN-STAMP    PIC X(14).
              20  BKP-HDR-RUN-DATE     PIC 9(8).
              20  FILLER               PIC X(58).
          15  BKP-TRAILER-DATA REDEFINES BKP-ENTRY-IMAGE.
              20  BKP-TRL-COUNT        PIC 9(7).
              20  BKP-TRL-AMOUNT       PIC S9(11)V99.
              20  FILLER               PIC X(60).
