           SELECT fb-rules-file ASSIGN TO "FBRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-RUL-KEY
               FILE STATUS IS ws-rules-status.

           SELECT fb-output-file ASSIGN TO "FBOUT"
       1100-TAKE-ACTIVE-RULE.
      *    SAME SELECTION AS fb-rulgen'S 2000-WRITE-RULE-CARD - THE
      *    PREVIEW MUST SEE EXACTLY THE RULE SET THE NEXT RUN'S 'D'
      *    CARDS WILL CARRY, EFFECTIVE-DATE WINDOW INCLUDED.  ONLY
      *    THE BASE SET'S ROWS - FB.OUTPUT.DATA IS THE BASE SET'S
      *    OUTPUT; A NAMED SET'S RESULTS ARE ON FB.OUTPUT.RULESETn.
           IF FB-RUL-IS-ACTIVE AND FB-RUL-BASE-SET
               AND (FB-RUL-EFF-FROM = 0
                   OR FB-RUL-EFF-FROM <= ws-run-date)
               AND (FB-RUL-EFF-TO = 0
