                           MOVE "10" TO ws-rhist-status
                       NOT AT END
                           IF FB-RH-IN-PROGRESS
                               AND FB-RH-BASE-SET
                               ADD 1 TO ws-inflight-count
      *                        THE REGISTRY IS KEYED BY START STAMP,
      *                        SO THE LAST 'I' ROW READ IS THE
