      ******************************************************************
      * FBSETRES.CPY
      * Named-rule-set result record - one row per NUM per named rule
      * set classified in a fizz-buzz pass (see the 'S' card in
      * FBCTL.cpy), keyed by set id + NUM on its own KSDS
      * (FB.VSAM.RULESET), so fb-lkup and the FBIQ inquiry can answer
      * "what is NUM n under rule set x" by key, the same way
      * FB.VSAM.DATA answers it for the base set.  Each set's rows are
      * replaced when that set is next run from the beginning; a set
      * not requested in a pass keeps the rows of the pass that last
      * ran it, stamped with that pass's run id for the set.
      * The row with NUM (FB-SRS-VALUE) zero is the set's control row,
      * written when the set completes its pass: FB-SRS-RUN-ID is the
      * run id of the execution that completed it - its FB.RUN.HISTORY
      * row, which fb-lkup checks is releasable - FB-SRS-SEQ-NUM the
      * set's total and FB-SRS-CTL-LOW/HIGH the range.  A set part of
      * the way through a pass has no control row.
      ******************************************************************
       01  FB-SETRES-RECORD.
           05  FB-SRS-KEY.
               10  FB-SRS-SET-ID       PIC X(8).
               10  FB-SRS-VALUE        PIC 9(9).
           05  FB-SRS-SEQ-NUM          PIC 9(9).
           05  FB-SRS-LABEL            PIC X(45).
           05  FB-SRS-CTL-RANGE REDEFINES FB-SRS-LABEL.
               10  FB-SRS-CTL-LOW      PIC 9(9).
               10  FB-SRS-CTL-HIGH     PIC 9(9).
               10  FILLER              PIC X(27).
           05  FB-SRS-RUN-ID           PIC 9(14).
