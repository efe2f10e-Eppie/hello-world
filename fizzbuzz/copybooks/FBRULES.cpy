      * effective-from date and sits in the table safely until its
      * day arrives - no more signing on to FBRU on exactly the
      * right evening.
      * The table holds several named rule sets side by side: the key
      * is FB-RUL-SET-ID + FB-RUL-DIVISOR, so the same divisor can
      * carry a different label in each set.  The set id of spaces is
      * the base set - the one every run has always used and the
      * only one maintained on FBRU.  A named set (e.g. SPECIAL1) is
      * drawn into a run's deck only when that run asks for it (see
      * fb-rulgen and the 'S' card in FBCTL.cpy), and is maintained
      * through the fb-rulbat transfer file and approved on FBRA.
      ******************************************************************
       01  FB-RULE-RECORD.
           05  FB-RUL-KEY.
               10  FB-RUL-SET-ID       PIC X(8).
                   88  FB-RUL-BASE-SET     VALUE SPACES.
               10  FB-RUL-DIVISOR      PIC 9(4).
           05  FB-RUL-LABEL            PIC X(9).
           05  FB-RUL-ACTIVE           PIC X(1).
               88  FB-RUL-IS-ACTIVE        VALUE 'Y'.
