      * fizz-buzz WORKING-STORAGE), on a relative (RRDS) dataset so a
      * restarted run can resume from the last committed NUM instead
      * of reprocessing the whole range.
      * Record 1 is the base rule set's.  A run that also classifies
      * named rule sets (see the 'S' card in FBCTL.cpy) keeps one more
      * record per set at relative record 1 + its output slot (2-5),
      * so each set restarts from its own last committed NUM and a
      * set that failed can be rerun without costing the others their
      * results - while record 1 is still in progress; a set left in
      * progress after the base set completed is not restarted, and
      * starts over in the next pass.  FB-CKPT-PASS-ID is the run id
      * of the execution that started the pass from the beginning;
      * every record of one pass carries the same value.
      ******************************************************************
       01  FB-CKPT-RECORD.
           05  FB-CKPT-STATUS          PIC X(1).
               10  FB-CKPT-RULE-DIVISOR    PIC 9(4).
               10  FB-CKPT-RULE-LABEL      PIC X(9).
               10  FB-CKPT-RULE-COUNT      PIC 9(9).
      *    APPENDED LAST - SPACES IN THE BASE SET'S RECORD.
           05  FB-CKPT-RULE-SET        PIC X(8).
           05  FB-CKPT-PASS-ID         PIC 9(14).
