      *****************************************************************
      *  STDCTL.CPY
      *  Schedule controls for one standing-entry template on the
      *  STDENT file (40 bytes).  A template record is the 80-byte
      *  WSTABENT entry it generates followed by these controls; in
      *  the entry part the id slot carries the template number and
      *  the date slot the last due date generated (zero until the
      *  first one), the other fields are copied to every entry
      *  generated.  Copied under a group item supplied by the
      *  including program, like WSTABENT.
      *
      *  Frequency 'M' falls due monthly and 'Q' every third month
      *  counting from the start month, both on the start date's day;
      *  'D' falls due monthly on the day-of-month given.  A due day
      *  past the end of a short month falls on its last day.  An
      *  end date of zero runs open-ended.  Generated entries take
      *  their entry ids in turn from the template's own id block.
      *****************************************************************
          15  STD-FREQUENCY            PIC X(1).
              88  STD-FREQ-MONTHLY     VALUE 'M'.
              88  STD-FREQ-QUARTERLY   VALUE 'Q'.
              88  STD-FREQ-DAY-OF-MONTH VALUE 'D'.
              88  STD-FREQ-VALID       VALUE 'M' 'Q' 'D'.
          15  STD-DUE-DAY              PIC 9(2).
          15  STD-START-DATE           PIC 9(8).
          15  STD-END-DATE             PIC 9(8).
          15  STD-STATUS               PIC X(1).
              88  STD-IS-ACTIVE        VALUE 'A'.
              88  STD-IS-SUSPENDED     VALUE 'S'.
          15  STD-ID-FROM              PIC 9(6).
          15  STD-ID-TO                PIC 9(6).
          15  STD-NEXT-ID              PIC 9(6).
          15  STD-RESERVED             PIC X(2).
