      * interface.  One 80-byte record per question "what label did
      * NUM n carry on date d": the NUM right-justified zero-filled
      * in columns 1-9 (the fb-lkup convention, see FBLKREQ.cpy) and
      * the as-of date as YYYYMMDD in columns 10-17, the requesting
      * department's code in columns 18-25 (an active department on
      * FB.DEPT.MASTER, see FBDEPT.cpy - otherwise the card is
      * rejected unanswered and not charged), remainder of the card
      * unused.  The matching response layout is FBAFRSP.cpy -
      * keep the two in step with the interface agreement shared with
      * the auditors' support team.
      ******************************************************************
       01  FB-AFREQ-RECORD.
           05  FB-AFREQ-NUM            PIC 9(9).
           05  FB-AFREQ-DATE           PIC 9(8).
           05  FB-AFREQ-DEPT           PIC X(8).
           05  FILLER                  PIC X(55).
