      * measures hold or there are not yet two comparable runs to
      * form a trend (first nights must not fail), RC=16 when a file
      * cannot be opened.
      * The verdict is posted to tonight's FB.RUN.HISTORY row as its
      * trend check - one of the three checks the run must pass
      * before it is certified for release (see FBRHIST.cpy).  The
      * first-nights pass is posted as a pass.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

      *    DYNAMIC, NOT SEQUENTIAL - THE HISTORY LOAD IS READ NEXT,
      *    BUT THE VERDICT IS POSTED BY A KEYED READ AND REWRITE OF
      *    TONIGHT'S ROW AFTERWARDS.
           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

               VALUE "HISTORY (OLDEST FIRST, PCT OF RUN TOTAL)".
           05  FILLER                  PIC X(22) VALUE SPACES.

      *    POSTED AS THE RUN'S CERTIFICATION REASON ON A TRIP.
       01  ws-cert-reason              PIC X(40) VALUE SPACES.

       01  ws-share-ed                 PIC ZZ9.99.
       01  ws-hist-pos                 PIC 9(3).

               CLOSE fb-report-file
               DISPLAY "FBTREND: FEWER THAN TWO COMPARABLE RUNS - "
                   "NO TREND TO CHECK"
               IF ws-held-runs = 1
                   PERFORM 9000-POST-CERTIFICATION
               END-IF
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
               UNTIL ws-meas-idx > ws-measure-count
           PERFORM 8000-WRITE-VERDICT
           CLOSE fb-report-file
           PERFORM 9000-POST-CERTIFICATION
           IF ws-trip-count > 0
               DISPLAY "FBTREND: " ws-trip-count " MEASURE(S) DRIFTED "
                   "BEYOND TOLERANCE - HOLD THE EXTRACT"
               STOP RUN
           END-IF
           PERFORM UNTIL ws-rhist-status NOT = "00"
               READ fb-rhist-file NEXT
                   AT END
                       MOVE "10" TO ws-rhist-status
                   NOT AT END
                       IF (FB-RH-COMPLETE OR FB-RH-PURGED)
                           AND NOT FB-RH-PART-SLICE
                           AND FB-RH-BASE-SET
                           AND FB-RH-TOTAL > 0
                           PERFORM 2100-HOLD-RUN-TOTALS
                       END-IF
               END-STRING
           END-IF
           WRITE fb-report-line.

       9000-POST-CERTIFICATION.
      *    TONIGHT'S RUN IS THE LAST HELD SLOT (SEE WS-HOLD-TABLE).
      *    A REGISTRY PROBLEM ONLY WARNS - THE STEP'S RETURN CODE
      *    STILL CARRIES THE VERDICT, AND AN UNPOSTED RUN STAYS
      *    UNCERTIFIED.
           IF ws-trip-count > 0
               MOVE SPACES TO ws-cert-reason
               STRING "TREND " DELIMITED SIZE
                   ws-trip-count DELIMITED SIZE
                   " MEASURE(S) BEYOND TOLERANCE" DELIMITED SIZE
                   INTO ws-cert-reason
               END-STRING
           END-IF
           OPEN I-O fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBTREND: CANNOT RE-OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - VERDICT NOT POSTED"
           ELSE
               MOVE ws-hr-run-id(ws-held-runs) TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBTREND: RUN " FB-RH-RUN-ID
                           " NO LONGER ON FB.RUN.HISTORY - VERDICT "
                           "NOT POSTED"
                   NOT INVALID KEY
                       PERFORM 9100-APPLY-VERDICT
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       9100-APPLY-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           IF ws-trip-count > 0
               MOVE 'F' TO FB-RH-CERT-TREND
           ELSE
               MOVE 'P' TO FB-RH-CERT-TREND
           END-IF
      *    SAME RULES AS fb-recon'S 9100-APPLY-VERDICT.
           EVALUATE TRUE
               WHEN ws-trip-count > 0
                   MOVE 'F' TO FB-RH-CERT-STATUS
                   MOVE "FBTREND" TO FB-RH-CERT-STEP
                   MOVE ws-cert-reason TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-RECON = 'F'
                   OR FB-RH-CERT-VAUDIT = 'F'
      *            THE ROW MAY STILL NAME THIS CHECK'S OWN EARLIER
      *            FAILURE - POINT IT AT A CHECK STILL STANDING FAILED.
                   IF FB-RH-CERT-STEP = "FBTREND"
                       IF FB-RH-CERT-RECON = 'F'
                           MOVE "FBRECON" TO FB-RH-CERT-STEP
                           MOVE "RECONCILIATION FAILED - SEE FBRECON"
                               TO FB-RH-CERT-REASON
                       ELSE
                           MOVE "FBVAUDIT" TO FB-RH-CERT-STEP
                           MOVE "VSAM AUDIT FAILED - SEE FBVAUDIT"
                               TO FB-RH-CERT-REASON
                       END-IF
                   END-IF
               WHEN FB-RH-CERT-RECON = 'P'
                   AND FB-RH-CERT-VAUDIT = 'P'
                   MOVE 'C' TO FB-RH-CERT-STATUS
                   MOVE "FBTREND" TO FB-RH-CERT-STEP
                   MOVE "ALL CHECKS PASSED" TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-FORCED
                   CONTINUE
               WHEN OTHER
                   MOVE ' ' TO FB-RH-CERT-STATUS
                   MOVE "FBTREND" TO FB-RH-CERT-STEP
                   MOVE "AWAITING REMAINING CHECKS"
                       TO FB-RH-CERT-REASON
           END-EVALUATE
           MOVE ws-stamp-date TO FB-RH-CERT-DATE
           MOVE ws-stamp-time TO FB-RH-CERT-TIME
           REWRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   DISPLAY "FBTREND: REWRITE FAILED FOR RUN "
                       FB-RH-RUN-ID " - STATUS " ws-rhist-status
           END-REWRITE
           DISPLAY "FBTREND: RUN " FB-RH-RUN-ID
               " TREND VERDICT " FB-RH-CERT-TREND
               " - CERTIFICATION " FB-RH-CERT-STATUS.
