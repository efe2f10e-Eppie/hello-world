      *                          when the day's FB.RUN.CALENDAR row
      *                          (see FBRCAL.cpy) carries a nonzero
      *                          interval.
      * Card type 'S' (rule set) - at most four.  Asks the same pass
      *                          to classify every NUM a second time
      *                          under the named rule set in
      *                          FB-CTL-SET-ID, writing that set's
      *                          results to its own output slot
      *                          FB-CTL-SET-SLOT (1-4, DD FBOUTn) and
      *                          counting them on its own trailer and
      *                          FB.RUN.HISTORY row.  The set's rules
      *                          are the 'D' cards carrying the same
      *                          id in FB-CTL-RULE-SET; 'D' cards with
      *                          that field blank are the base set,
      *                          exactly as before.  Written by
      *                          fb-rulgen for each set requested on
      *                          its own SYSIN.  Not valid with a 'P'
      *                          card - named sets run single-stream.
      ******************************************************************
       01  FB-CONTROL-RECORD.
           05  FB-CTL-TYPE             PIC X(1).
               88  FB-CTL-IS-RULE          VALUE 'D'.
               88  FB-CTL-IS-PART          VALUE 'P'.
               88  FB-CTL-IS-CKPT          VALUE 'C'.
               88  FB-CTL-IS-SET           VALUE 'S'.
           05  FB-CTL-RANGE-DATA.
               10  FB-CTL-LOW              PIC 9(9).
               10  FB-CTL-HIGH             PIC 9(9).
           05  FB-CTL-RULE-DATA REDEFINES FB-CTL-RANGE-DATA.
               10  FB-CTL-DIVISOR          PIC 9(4).
               10  FB-CTL-LABEL            PIC X(9).
               10  FB-CTL-RULE-SET         PIC X(8).
               10  FILLER                  PIC X(58).
           05  FB-CTL-PART-DATA REDEFINES FB-CTL-RANGE-DATA.
               10  FB-CTL-PART-NUM         PIC 9(2).
               10  FB-CTL-PART-COUNT       PIC 9(2).
           05  FB-CTL-CKPT-DATA REDEFINES FB-CTL-RANGE-DATA.
               10  FB-CTL-CKPT-INTERVAL    PIC 9(9).
               10  FILLER                  PIC X(70).
           05  FB-CTL-SET-DATA REDEFINES FB-CTL-RANGE-DATA.
               10  FB-CTL-SET-ID           PIC X(8).
               10  FB-CTL-SET-SLOT         PIC 9(1).
               10  FILLER                  PIC X(70).
