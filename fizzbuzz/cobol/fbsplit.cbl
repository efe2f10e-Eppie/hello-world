      *    ONLY THE SHAPE MATTERS HERE: THE 'R' CARD GIVES THE RANGE
      *    TO CUT, THE 'D' CARDS ARE COPIED INTO EVERY PARTITION
      *    DECK VERBATIM, AND ANYTHING ELSE (INCLUDING A STRAY 'P')
      *    IS REPORTED AND DROPPED.  NAMED RULE SETS RUN SINGLE-
      *    STREAM ONLY, SO THEIR 'S' CARDS AND THE 'D' CARDS THAT
      *    NAME A SET (COLUMNS 15-22) ARE DROPPED THE SAME WAY.
           EVALUATE TRUE
               WHEN fb-cdin-record(1:1) = 'R'
                   MOVE fb-cdin-record(2:9) TO ws-low
                   MOVE fb-cdin-record(11:9) TO ws-high
                   MOVE 'Y' TO ws-range-seen
               WHEN fb-cdin-record(1:1) = 'D'
                   AND fb-cdin-record(15:8) NOT = SPACES
                   DISPLAY "FBSPLIT: RULE CARD FOR NAMED SET "
                       fb-cdin-record(15:8)
                       " NOT COPIED TO PARTITION DECKS"
               WHEN fb-cdin-record(1:1) = 'D'
                   IF ws-rule-card-count < ws-max-rules
                       ADD 1 TO ws-rule-card-count
                       MOVE fb-cdin-record
                       DISPLAY "FBSPLIT: RULE TABLE FULL - IGNORING "
                           "CARD"
                   END-IF
               WHEN fb-cdin-record(1:1) = 'C'
                   MOVE fb-cdin-record TO ws-ckpt-card
                   MOVE 'Y' TO ws-ckpt-card-seen
               WHEN OTHER
