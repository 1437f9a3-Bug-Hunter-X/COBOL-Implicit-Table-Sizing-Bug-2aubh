      *****************************************************************
      *  DATAARC.cob
      *  End-of-day history archive.  Appends the day's entries as
      *  they went to the master update (DATAUPDIN: DATADUP's
      *  survivors less the suspected duplicates DATAXDP holds, plus
      *  any held items released into today's update) to the
      *  month-to-date history file (DATAHIST), each record stamped
      *  with the run date from the DATAENT run stamp, so the entry
      *  data itself finally has history instead of being
      *  overwritten by the next run.  An item still on DATAXDP's
      *  hold file reaches the history only on the day it is
      *  released.  DATAPER reads the accumulated file for the
      *  period-end summary.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAARC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATADUP-OUT ASSIGN TO "DATAUPDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

