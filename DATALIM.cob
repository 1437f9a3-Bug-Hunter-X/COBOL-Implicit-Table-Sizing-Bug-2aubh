      *  Business-limit screen between the edit validation and the
      *  table load.  Any keyed entry that passed DATAVAL's field
      *  edits used to post no matter how large; this step reads the
      *  edited stream as the closed-period lock passed it
      *  (DATAPPAOUT, see DATAPPA.cob), holds every entry whose amount
      *  magnitude exceeds the configurable threshold (LIMCTRL card)
      *  off the day's load, and writes the survivors to DATAENTIN,
      *  the file DATAENT reads.  Held entries go to the suspense
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT OPTIONAL DATAVAL-OUT ASSIGN TO "DATAPPAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIN-STATUS.

