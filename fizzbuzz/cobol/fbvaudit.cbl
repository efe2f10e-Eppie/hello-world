      * the FB.OUTPUT.DATA detail rows - the file every lookup
      * answers from, which fb-recon's trailer balancing never
      * inspects row by row.  The cluster can quietly diverge: the
      * load's INVALID KEY on a duplicate drops the row, and the
      * checkpoint-resume repair write is skipped entirely when the
      * cluster won't open - both now logged to FB.EXCEPTION.DATA
      * for fb-excprc to re-drive, but a gap can still arise in ways
      * nothing logs (a row deleted or overwritten by hand, a
      * re-drive that was never run).  This periodic job walks the
      * two files side by side, matched on NUM, and reports with
      * counts:
      *   - NUMs on the output file missing from the cluster,
      * happened), RC=0 when the two files agree row for row, RC=16
      * when a file cannot be opened or the output file has no
      * trailer to bound the coverage walk.
      * The verdict is posted to the FB.RUN.HISTORY row of the run
      * that wrote the output file (the trailer's run id) as its row
      * audit check - one of the three checks the run must pass
      * before it is certified for release (see FBRHIST.cpy).
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       FD  fb-rhist-file.
           COPY FBRHIST.

       WORKING-STORAGE SECTION.

       01  ws-repair-mode              PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-trl-low                  PIC 9(9) VALUE 0.
       01  ws-trl-high                 PIC 9(9) VALUE 0.
       01  ws-trl-run-id               PIC 9(14) VALUE 0.
       01  ws-cert-reason              PIC X(40) VALUE SPACES.

       01  ws-out-num                  PIC 9(9).
       01  ws-out-label                PIC X(45).
       01  ws-output-status            PIC XX.
       01  ws-vsam-status              PIC XX.
       01  ws-report-status            PIC XX.
       01  ws-rhist-status             PIC XX.

       PROCEDURE DIVISION.

               " MISMATCH=" ws-mismatch-count
               " COVERAGE-GAPS=" ws-gap-count
               " REPAIRED=" ws-repaired-count
           PERFORM 9000-POST-CERTIFICATION
           IF ws-finding-count > 0
               MOVE 8 TO RETURN-CODE
           ELSE
                       IF fb-in-record(1:7) = "TRAILER"
                           MOVE fb-in-record(8:9) TO ws-trl-low
                           MOVE fb-in-record(17:9) TO ws-trl-high
                           MOVE fb-in-record(164:14) TO ws-trl-run-id
                           MOVE 'Y' TO ws-trailer-found
                       END-IF
               END-READ
           MOVE ws-repaired-count TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line.

       9000-POST-CERTIFICATION.
      *    A REGISTRY PROBLEM ONLY WARNS - THE STEP'S RETURN CODE
      *    STILL CARRIES THE VERDICT, AND AN UNPOSTED RUN STAYS
      *    UNCERTIFIED.
           IF ws-finding-count > 0
               MOVE SPACES TO ws-cert-reason
               STRING "ROW AUDIT " DELIMITED SIZE
                   ws-finding-count DELIMITED SIZE
                   " FINDING(S)" DELIMITED SIZE
                   INTO ws-cert-reason
               END-STRING
           END-IF
           OPEN I-O fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBVAUDIT: CANNOT OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - VERDICT NOT POSTED"
           ELSE
               MOVE ws-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBVAUDIT: RUN " ws-trl-run-id
                           " NOT ON FB.RUN.HISTORY - VERDICT NOT "
                           "POSTED"
                   NOT INVALID KEY
                       PERFORM 9100-APPLY-VERDICT
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       9100-APPLY-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           IF ws-finding-count > 0
               MOVE 'F' TO FB-RH-CERT-VAUDIT
           ELSE
               MOVE 'P' TO FB-RH-CERT-VAUDIT
           END-IF
      *    SAME RULES AS fb-recon'S 9100-APPLY-VERDICT.
           EVALUATE TRUE
               WHEN ws-finding-count > 0
                   MOVE 'F' TO FB-RH-CERT-STATUS
                   MOVE "FBVAUDIT" TO FB-RH-CERT-STEP
                   MOVE ws-cert-reason TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-RECON = 'F'
                   OR FB-RH-CERT-TREND = 'F'
      *            THE ROW MAY STILL NAME THIS CHECK'S OWN EARLIER
      *            FAILURE - POINT IT AT A CHECK STILL STANDING FAILED.
                   IF FB-RH-CERT-STEP = "FBVAUDIT"
                       IF FB-RH-CERT-RECON = 'F'
                           MOVE "FBRECON" TO FB-RH-CERT-STEP
                           MOVE "RECONCILIATION FAILED - SEE FBRECON"
                               TO FB-RH-CERT-REASON
                       ELSE
                           MOVE "FBTREND" TO FB-RH-CERT-STEP
                           MOVE "TREND CHECK FAILED - SEE FBTREND"
                               TO FB-RH-CERT-REASON
                       END-IF
                   END-IF
               WHEN FB-RH-CERT-RECON = 'P'
                   AND FB-RH-CERT-TREND = 'P'
                   MOVE 'C' TO FB-RH-CERT-STATUS
                   MOVE "FBVAUDIT" TO FB-RH-CERT-STEP
                   MOVE "ALL CHECKS PASSED" TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-FORCED
                   CONTINUE
               WHEN OTHER
                   MOVE ' ' TO FB-RH-CERT-STATUS
                   MOVE "FBVAUDIT" TO FB-RH-CERT-STEP
                   MOVE "AWAITING REMAINING CHECKS"
                       TO FB-RH-CERT-REASON
           END-EVALUATE
           MOVE ws-stamp-date TO FB-RH-CERT-DATE
           MOVE ws-stamp-time TO FB-RH-CERT-TIME
           REWRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   DISPLAY "FBVAUDIT: REWRITE FAILED FOR RUN "
                       FB-RH-RUN-ID " - STATUS " ws-rhist-status
           END-REWRITE
           DISPLAY "FBVAUDIT: RUN " FB-RH-RUN-ID
               " ROW AUDIT VERDICT " FB-RH-CERT-VAUDIT
               " - CERTIFICATION " FB-RH-CERT-STATUS.
