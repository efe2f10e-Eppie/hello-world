      *                    PARTITION-SLICE ROWS ('P' MODE) HAVE NO
      *                    ARCHIVE GENERATION OF THEIR OWN - ONLY
      *                    THE CONSOLIDATION REGISTERS AS A RUN -
      *                    SO THEY STAY OUT OF THE KEEP-N COUNT,
      *                    AS DO NAMED RULE SETS' ROWS (NOR DO
      *                    THOSE ARCHIVE A GENERATION).
                           IF FB-RH-COMPLETE
                               AND NOT FB-RH-PART-SLICE
                               AND FB-RH-BASE-SET
                               ADD 1 TO ws-completed-runs
                           END-IF
                   END-READ
                       NOT AT END
                           IF FB-RH-COMPLETE
                               AND NOT FB-RH-PART-SLICE
                               AND FB-RH-BASE-SET
                               MOVE 'P' TO FB-RH-STATUS
                               REWRITE FB-RUN-HIST-RECORD
                               ADD 1 TO ws-purged-now
