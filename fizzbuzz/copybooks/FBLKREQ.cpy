      * Request-card layout for the fb-lkup batch lookup interface.
      * One 80-byte record per NUM to classify, produced by the
      * requesting department's own system: the NUM right-justified
      * zero-filled in columns 1-9, and optionally in columns 10-17
      * the named rule set the NUM is to be classified under (blank =
      * the base set, answered from FB.VSAM.DATA as always; a named
      * set is answered from FB.VSAM.RULESET, see FBSETRES.cpy), and
      * in columns 18-25 the requesting department's code, which must
      * be an active department on FB.DEPT.MASTER (see FBDEPT.cpy) -
      * a card without one is rejected unanswered and not charged.
      * Remainder of the card unused.
      * The matching response layout is FBLKRSP.cpy - keep the two in
      * step with the interface agreement shared with the requesting
      * teams.
      ******************************************************************
       01  FB-LKREQ-RECORD.
           05  FB-LKREQ-NUM            PIC 9(9).
           05  FB-LKREQ-SET-ID         PIC X(8).
           05  FB-LKREQ-DEPT           PIC X(8).
           05  FILLER                  PIC X(55).
