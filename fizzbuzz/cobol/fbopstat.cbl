           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN NOT FB-RH-BASE-SET
                       CONTINUE
                   WHEN FB-RH-IN-PROGRESS
                       MOVE 'Y' TO ws-inflight-found
                       MOVE FB-RH-RUN-ID TO ws-inflight-run-id
