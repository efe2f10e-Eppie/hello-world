                       " ON ROW " FB-CAL-KEY
                       " HAS A ZERO DIVISOR - OVERLAY SKIPPED"
               ELSE
      *            SPACES, NOT INITIALIZE - INITIALIZE ZEROES THE
      *            RANGE VIEW, WHICH WOULD LEAVE DIGITS IN THE RULE
      *            SET COLUMNS; AN OVERLAY IS ALWAYS A BASE-SET RULE.
                   MOVE SPACES TO FB-CONTROL-RECORD
                   MOVE 'D' TO FB-CTL-TYPE
                   MOVE FB-CAL-OVL-DIVISOR(ws-ovl-idx)
                       TO FB-CTL-DIVISOR
