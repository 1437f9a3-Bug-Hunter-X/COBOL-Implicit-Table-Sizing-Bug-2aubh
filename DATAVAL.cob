      *  edits the load itself never had - entry id numeric and
      *  non-zero, entry date a real calendar date, entry amount
      *  numeric with a valid sign - and splits the input into a
      *  clean file (DATAVALOUT, which the DATAPPA closed-period
      *  lock and the DATALIM business-limit step screen before
      *  DATAENT reads the result) and an edit
      *  reject file (DATAVALREJ) carrying a reason code per failed
      *  field, with the rejects listed on their own edit report
      *  (DATAVALRPT).  A bad keyed record is stopped here instead of
