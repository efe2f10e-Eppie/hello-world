      * fizz-buzz wrote to FB.OUTPUT.DATA and compares the two.  Returns
      * a nonzero RETURN-CODE if the trailer is missing or any total
      * disagrees, so a second JCL step can fail the job on mismatch.
      * The verdict is also posted to the run's FB.RUN.HISTORY row
      * (the trailer's FB-TRL-RUN-ID) as its reconciliation check -
      * one of the three checks the run must pass before it is
      * certified for release downstream (see FBRHIST.cpy).
      * Each named rule set the deck names ('S' card, see FBCTL.cpy)
      * is reconciled the same way against the trailer on its own
      * FBOUTn slot, and its verdict posted to the set's own
      * FB.RUN.HISTORY row.  A named set that fails or has no trailer
      * only ends the step RC=4 - it never holds back the base set's
      * verdict, and RC=8 still means the base set itself failed.
      * FBOUTn is a DISP=MOD dataset that outlives the pass, so a set
      * trailer only counts when its run's FB.RUN.HISTORY row carries
      * the pass id on FB.CHECKPOINT.DATA (see FBCKPT.cpy) - a trailer
      * left by an earlier pass is treated as no trailer at all.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-output-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

      *    READ ONLY FOR THE CURRENT PASS ID WHEN NAMED SETS ARE
      *    RECONCILED - SEE 8050-READ-PASS-ID.
           SELECT fb-ckpt-file ASSIGN TO "FBCKPT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-ckpt-key
               FILE STATUS IS ws-ckpt-status.

           SELECT fb-set-out1-file ASSIGN TO "FBOUT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out2-file ASSIGN TO "FBOUT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out3-file ASSIGN TO "FBOUT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out4-file ASSIGN TO "FBOUT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-in-record                PIC X(177).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-ckpt-file.
           COPY FBCKPT.

       FD  fb-set-out1-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-in1-record           PIC X(177).

       FD  fb-set-out2-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-in2-record           PIC X(177).

       FD  fb-set-out3-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-in3-record           PIC X(177).

       FD  fb-set-out4-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-in4-record           PIC X(177).

       WORKING-STORAGE SECTION.
           COPY FBTRAIL.

           05  ws-exp-count-plain      PIC 9(9) VALUE 0.
           05  ws-exp-rule-hit-count OCCURS 5 TIMES PIC 9(9) VALUE 0.

      *    NAMED RULE SETS - RULES HELD FROM THE DECK AS fizz-buzz
      *    HOLDS THEM, EXPECTED TOTALS COMPUTED IN THE SAME PASS OVER
      *    THE RANGE AS THE BASE SET'S.
       01  ws-max-sets                 PIC 9(1) VALUE 4.
       01  ws-set-table.
           05  ws-set-count            PIC 9(1) VALUE 0.
           05  ws-set-entry OCCURS 4 TIMES INDEXED BY ws-set-idx.
               10  ws-set-id               PIC X(8).
               10  ws-set-slot             PIC 9(1).
               10  ws-set-rule-count       PIC 9(1).
               10  ws-set-rules OCCURS 5 TIMES.
                   15  ws-set-rule-divisor     PIC 9(4).
                   15  ws-set-rule-label       PIC X(9).
               10  ws-set-exp-total        PIC 9(9).
               10  ws-set-exp-combo        PIC 9(9).
               10  ws-set-exp-plain        PIC 9(9).
               10  ws-set-exp-hits OCCURS 5 TIMES PIC 9(9).
       01  ws-srule-sub                PIC 9(1).
       01  ws-set-keep                 PIC 9(1).
       01  ws-set-found                PIC X VALUE 'N'.
           88  ws-set-is-found             VALUE 'Y'.
       01  ws-set-card-rules.
           05  ws-scr-count            PIC 9(2) VALUE 0.
           05  ws-scr-entry OCCURS 20 TIMES INDEXED BY ws-scr-idx.
               10  ws-scr-set-id           PIC X(8).
               10  ws-scr-divisor          PIC 9(4).
               10  ws-scr-label            PIC X(9).
       01  ws-set-failures             PIC 9(1) VALUE 0.
       01  ws-base-rc                  PIC 9(4) VALUE 0.
      *    SPACES FOR THE BASE SET - THE FB.RUN.HISTORY ROW A VERDICT
      *    IS POSTED TO MUST BELONG TO THE SET BEING RECONCILED.
       01  ws-post-set-id              PIC X(8) VALUE SPACES.
       01  ws-set-in-line              PIC X(177).
       01  ws-set-out-status           PIC XX.
      *    THE PASS fizz-buzz LAST RAN, FROM THE BASE SET'S CHECKPOINT
      *    RECORD (OR THE SET'S OWN) - ZERO WHEN IT CANNOT BE READ, IN
      *    WHICH CASE NO SET TRAILER CAN BE SHOWN TO BE THIS PASS'S.
       01  ws-pass-id                  PIC 9(14) VALUE 0.
       01  ws-ckpt-key                 PIC 9(4) VALUE 1.
       01  ws-ckpt-usable              PIC X VALUE 'N'.
           88  ws-ckpt-open                VALUE 'Y'.

       01  ws-work-fields.
           05  ws-match-count          PIC 9(2) VALUE 0.
           05  ws-single-rule-idx      PIC 9(1) VALUE 0.
       01  ws-mismatch-found           PIC X VALUE 'N'.
           88  ws-has-mismatch             VALUE 'Y'.

      *    THE FIRST DISAGREEMENT FOUND - POSTED AS THE RUN'S
      *    CERTIFICATION REASON WHEN RECONCILIATION FAILS.
       01  ws-cert-reason              PIC X(40) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-ckpt-status              PIC XX.

       PROCEDURE DIVISION.

               VARYING num FROM ws-low BY 1 UNTIL num > ws-high
           PERFORM 5000-READ-TRAILER
           PERFORM 7000-COMPARE-AND-REPORT
           IF ws-found-trailer
               PERFORM 9000-POST-CERTIFICATION
           ELSE
               DISPLAY "FBRECON: NO RUN ID WITHOUT A TRAILER - "
                   "VERDICT NOT POSTED TO FB.RUN.HISTORY"
           END-IF
           IF ws-set-count > 0
               MOVE RETURN-CODE TO ws-base-rc
               PERFORM 8050-READ-PASS-ID
               PERFORM 8000-RECONCILE-SET
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
               IF ws-ckpt-open
                   CLOSE fb-ckpt-file
               END-IF
               IF ws-base-rc = 0 AND ws-set-failures > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ws-base-rc TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-READ-PARAMETERS.
           PERFORM 1100-READ-CONTROL-CARDS
           IF ws-rule-count = 0
               PERFORM 1300-LOAD-DEFAULT-RULES
           END-IF
           PERFORM 1200-RESOLVE-SET-RULES.

       1100-READ-CONTROL-CARDS.
           OPEN INPUT fb-sysin-file
               WHEN fb-ctl-is-range
                   MOVE fb-ctl-low TO ws-low
                   MOVE fb-ctl-high TO ws-high
               WHEN fb-ctl-is-rule AND fb-ctl-rule-set NOT = SPACES
                   IF fb-ctl-divisor NOT = 0 AND ws-scr-count < 20
                       ADD 1 TO ws-scr-count
                       MOVE fb-ctl-rule-set
                           TO ws-scr-set-id(ws-scr-count)
                       MOVE fb-ctl-divisor
                           TO ws-scr-divisor(ws-scr-count)
                       MOVE fb-ctl-label TO ws-scr-label(ws-scr-count)
                   END-IF
               WHEN fb-ctl-is-rule
                   IF fb-ctl-divisor = 0
                       DISPLAY "FBRECON: RULE CARD HAS ZERO DIVISOR - "
                   CONTINUE
               WHEN fb-ctl-is-ckpt
                   CONTINUE
      *    AN 'S' CARD IS TAKEN ON THE SAME TERMS fizz-buzz TAKES IT,
      *    SO THE STEP RECONCILES EXACTLY THE SETS THE PASS RAN.
               WHEN fb-ctl-is-set
                   IF fb-ctl-set-slot IS NUMERIC
                       AND fb-ctl-set-slot > 0
                       AND fb-ctl-set-slot NOT > ws-max-sets
                       AND ws-set-count < ws-max-sets
                       ADD 1 TO ws-set-count
                       MOVE fb-ctl-set-id TO ws-set-id(ws-set-count)
                       MOVE fb-ctl-set-slot
                           TO ws-set-slot(ws-set-count)
                       MOVE 0 TO ws-set-rule-count(ws-set-count)
                   END-IF
               WHEN OTHER
                   DISPLAY "FBRECON: BAD CARD TYPE " fb-ctl-type
           END-EVALUATE.

       1200-RESOLVE-SET-RULES.
      *    AS fizz-buzz'S 1200-RESOLVE-SET-RULES: A SET WITH NO RULE
      *    CARDS WAS NOT RUN, SO IT IS NOT RECONCILED EITHER.
           PERFORM VARYING ws-scr-idx FROM 1 BY 1
               UNTIL ws-scr-idx > ws-scr-count
               MOVE 'N' TO ws-set-found
               PERFORM VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count OR ws-set-is-found
                   IF ws-set-id(ws-set-idx) = ws-scr-set-id(ws-scr-idx)
                       MOVE 'Y' TO ws-set-found
                       IF ws-set-rule-count(ws-set-idx) < ws-max-rules
                           ADD 1 TO ws-set-rule-count(ws-set-idx)
                           MOVE ws-set-rule-count(ws-set-idx)
                               TO ws-srule-sub
                           MOVE ws-scr-divisor(ws-scr-idx)
                               TO ws-set-rule-divisor(ws-set-idx,
                                                      ws-srule-sub)
                           MOVE ws-scr-label(ws-scr-idx)
                               TO ws-set-rule-label(ws-set-idx,
                                                    ws-srule-sub)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO ws-set-keep
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
               IF ws-set-rule-count(ws-set-idx) > 0
                   ADD 1 TO ws-set-keep
                   IF ws-set-keep NOT = ws-set-idx
                       MOVE ws-set-entry(ws-set-idx)
                           TO ws-set-entry(ws-set-keep)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ws-set-keep TO ws-set-count
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
               MOVE 0 TO ws-set-exp-total(ws-set-idx)
               MOVE 0 TO ws-set-exp-combo(ws-set-idx)
               MOVE 0 TO ws-set-exp-plain(ws-set-idx)
               PERFORM VARYING ws-srule-sub FROM 1 BY 1
                   UNTIL ws-srule-sub > ws-max-rules
                   MOVE 0 TO ws-set-exp-hits(ws-set-idx, ws-srule-sub)
               END-PERFORM
           END-PERFORM.

       1300-LOAD-DEFAULT-RULES.
           MOVE 2 TO ws-rule-count
           MOVE 3 TO ws-rule-divisor(1)
                   ADD 1 TO ws-exp-count-plain
               WHEN OTHER
                   ADD 1 TO ws-exp-rule-hit-count(ws-single-rule-idx)
           END-EVALUATE
           IF ws-set-count > 0
               PERFORM 3500-COMPUTE-SET-EXPECTED
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF.

       3500-COMPUTE-SET-EXPECTED.
           MOVE 0 TO ws-match-count
           MOVE 0 TO ws-single-rule-idx
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
               IF FUNCTION MOD(num,
                   ws-set-rule-divisor(ws-set-idx, ws-srule-sub)) = 0
                   ADD 1 TO ws-match-count
                   MOVE ws-srule-sub TO ws-single-rule-idx
               END-IF
           END-PERFORM
           ADD 1 TO ws-set-exp-total(ws-set-idx)
           EVALUATE TRUE
               WHEN ws-match-count > 1
                   ADD 1 TO ws-set-exp-combo(ws-set-idx)
               WHEN ws-match-count = 0
                   ADD 1 TO ws-set-exp-plain(ws-set-idx)
               WHEN OTHER
                   ADD 1 TO ws-set-exp-hits(ws-set-idx,
                                            ws-single-rule-idx)
           END-EVALUATE.

       5000-READ-TRAILER.
       7000-COMPARE-AND-REPORT.
           IF NOT ws-found-trailer
               DISPLAY "FBRECON: NO TRAILER RECORD FOUND IN FB.OUTPUT"
               MOVE "NO TRAILER ON FB.OUTPUT.DATA" TO ws-cert-reason
               MOVE 'Y' TO ws-mismatch-found
           ELSE
               PERFORM 7100-COMPARE-TOTALS
               DISPLAY "FBRECON: RANGE MISMATCH - TRAILER "
                   fb-trl-low "-" fb-trl-high " EXPECTED "
                   ws-low "-" ws-high
               IF ws-cert-reason = SPACES
                   MOVE "RECON RANGE MISMATCH" TO ws-cert-reason
               END-IF
               MOVE 'Y' TO ws-mismatch-found
           END-IF
           IF fb-trl-total NOT = ws-exp-total
               DISPLAY "FBRECON: TOTAL MISMATCH - TRAILER "
                   fb-trl-total " EXPECTED " ws-exp-total
               IF ws-cert-reason = SPACES
                   MOVE "RECON TOTAL MISMATCH" TO ws-cert-reason
               END-IF
               MOVE 'Y' TO ws-mismatch-found
           END-IF
           IF fb-trl-count-combo NOT = ws-exp-count-combo
               DISPLAY "FBRECON: COMBO COUNT MISMATCH - TRAILER "
                   fb-trl-count-combo " EXPECTED " ws-exp-count-combo
               IF ws-cert-reason = SPACES
                   MOVE "RECON COMBO COUNT MISMATCH" TO ws-cert-reason
               END-IF
               MOVE 'Y' TO ws-mismatch-found
           END-IF
           IF fb-trl-count-plain NOT = ws-exp-count-plain
               DISPLAY "FBRECON: PLAIN COUNT MISMATCH - TRAILER "
                   fb-trl-count-plain " EXPECTED " ws-exp-count-plain
               IF ws-cert-reason = SPACES
                   MOVE "RECON PLAIN COUNT MISMATCH" TO ws-cert-reason
               END-IF
               MOVE 'Y' TO ws-mismatch-found
           END-IF
           IF fb-trl-rule-count-occ NOT = ws-rule-count
               DISPLAY "FBRECON: RULE COUNT MISMATCH - TRAILER "
                   fb-trl-rule-count-occ " EXPECTED " ws-rule-count
               IF ws-cert-reason = SPACES
                   MOVE "RECON RULE COUNT MISMATCH" TO ws-cert-reason
               END-IF
               MOVE 'Y' TO ws-mismatch-found
           ELSE
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                           fb-trl-rule-count(ws-rule-idx)
                           " EXPECTED "
                           ws-exp-rule-hit-count(ws-rule-idx)
                       IF ws-cert-reason = SPACES
                           STRING "RECON RULE " DELIMITED SIZE
                               FUNCTION TRIM(
                                   fb-trl-rule-label(ws-rule-idx))
                                   DELIMITED SIZE
                               " COUNT MISMATCH" DELIMITED SIZE
                               INTO ws-cert-reason
                           END-STRING
                       END-IF
                       MOVE 'Y' TO ws-mismatch-found
                   END-IF
               END-PERFORM
           END-IF.

       8000-RECONCILE-SET.
      *    THE SET'S RULES AND EXPECTED TOTALS ARE MOVED INTO THE BASE
      *    SET'S WORKING FIELDS - THE BASE VERDICT HAS ALREADY BEEN
      *    REPORTED AND POSTED BY NOW - SO 7100-COMPARE-TOTALS AND
      *    9000-POST-CERTIFICATION SERVE BOTH UNCHANGED.
           MOVE 'N' TO ws-trailer-found
           MOVE 'N' TO ws-mismatch-found
           MOVE SPACES TO ws-cert-reason
           MOVE ws-set-id(ws-set-idx) TO ws-post-set-id
           MOVE ws-set-rule-count(ws-set-idx) TO ws-rule-count
           MOVE ws-set-exp-total(ws-set-idx) TO ws-exp-total
           MOVE ws-set-exp-combo(ws-set-idx) TO ws-exp-count-combo
           MOVE ws-set-exp-plain(ws-set-idx) TO ws-exp-count-plain
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
               MOVE ws-set-rule-divisor(ws-set-idx, ws-srule-sub)
                   TO ws-rule-divisor(ws-srule-sub)
               MOVE ws-set-rule-label(ws-set-idx, ws-srule-sub)
                   TO ws-rule-label(ws-srule-sub)
               MOVE ws-set-exp-hits(ws-set-idx, ws-srule-sub)
                   TO ws-exp-rule-hit-count(ws-srule-sub)
           END-PERFORM
           PERFORM 8100-READ-SET-TRAILER
           IF ws-found-trailer
               PERFORM 7100-COMPARE-TOTALS
           ELSE
               DISPLAY "FBRECON: RULE SET " ws-set-id(ws-set-idx)
                   " - NO TRAILER FOR THIS PASS ON FBOUT"
                   ws-set-slot(ws-set-idx)
               MOVE 'Y' TO ws-mismatch-found
           END-IF
           IF ws-has-mismatch
               DISPLAY "FBRECON: RULE SET " ws-set-id(ws-set-idx)
                   " RECONCILIATION FAILED"
               ADD 1 TO ws-set-failures
           ELSE
               DISPLAY "FBRECON: RULE SET " ws-set-id(ws-set-idx)
                   " RECONCILED OK - TOTAL=" ws-exp-total
                   " PLAIN=" ws-exp-count-plain
                   " COMBO=" ws-exp-count-combo
           END-IF
           IF ws-found-trailer
               PERFORM 9000-POST-CERTIFICATION
           END-IF.

       8050-READ-PASS-ID.
      *    RELATIVE RECORD 1 IS THE BASE SET'S CHECKPOINT, STAMPED WITH
      *    THE PASS ID EVERY TIME fizz-buzz RUNS THE BASE SET.  A
      *    MISSING RECORD 1 LEAVES THE PASS ID TO EACH SET'S OWN
      *    RECORD (8160-READ-SET-PASS-ID).
           MOVE 0 TO ws-pass-id
           OPEN INPUT fb-ckpt-file
           IF ws-ckpt-status NOT = "00"
               DISPLAY "FBRECON: CANNOT OPEN FB.CHECKPOINT.DATA - "
                   "STATUS " ws-ckpt-status
                   " - NO SET TRAILER CAN BE MATCHED TO THIS PASS"
           ELSE
               MOVE 'Y' TO ws-ckpt-usable
               MOVE 1 TO ws-ckpt-key
               READ fb-ckpt-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FB-CKPT-PASS-ID TO ws-pass-id
               END-READ
           END-IF.

       8100-READ-SET-TRAILER.
           EVALUATE ws-set-slot(ws-set-idx)
               WHEN 1
                   OPEN INPUT fb-set-out1-file
               WHEN 2
                   OPEN INPUT fb-set-out2-file
               WHEN 3
                   OPEN INPUT fb-set-out3-file
               WHEN 4
                   OPEN INPUT fb-set-out4-file
           END-EVALUATE
           IF ws-set-out-status NOT = "00"
               DISPLAY "FBRECON: CANNOT OPEN FBOUT"
                   ws-set-slot(ws-set-idx) " - STATUS "
                   ws-set-out-status
           ELSE
               PERFORM UNTIL ws-set-out-status NOT = "00"
                   PERFORM 8200-READ-SET-RECORD
                   IF ws-set-out-status = "00"
                       AND ws-set-in-line(1:7) = "TRAILER"
                       MOVE ws-set-in-line TO fb-trailer-record
                       MOVE 'Y' TO ws-trailer-found
                   END-IF
               END-PERFORM
               EVALUATE ws-set-slot(ws-set-idx)
                   WHEN 1
                       CLOSE fb-set-out1-file
                   WHEN 2
                       CLOSE fb-set-out2-file
                   WHEN 3
                       CLOSE fb-set-out3-file
                   WHEN 4
                       CLOSE fb-set-out4-file
               END-EVALUATE
           END-IF
           IF ws-found-trailer
               PERFORM 8150-CHECK-TRAILER-PASS
           END-IF.

       8150-CHECK-TRAILER-PASS.
      *    A SET fizz-buzz DROPPED BEFORE IT OPENED FBOUTn LEAVES THE
      *    LAST PASS'S TRAILER AS THE FINAL RECORD - SAME RANGE, SAME
      *    TOTALS, SO IT WOULD BALANCE.  ONLY A TRAILER WHOSE RUN'S
      *    FB.RUN.HISTORY ROW BELONGS TO THIS PASS IS KEPT; ANY OTHER
      *    COUNTS AS NO TRAILER, SO THE SET FAILS AND NOTHING IS
      *    POSTED TO THE OLD RUN'S ROW.
           IF ws-pass-id = 0
               PERFORM 8160-READ-SET-PASS-ID
           END-IF
           IF ws-pass-id = 0
               DISPLAY "FBRECON: RULE SET " ws-set-id(ws-set-idx)
                   " - NO PASS ID ON FB.CHECKPOINT.DATA - TRAILER "
                   "NOT ACCEPTED"
               MOVE 'N' TO ws-trailer-found
           ELSE
               OPEN INPUT fb-rhist-file
               IF ws-rhist-status NOT = "00"
                   DISPLAY "FBRECON: CANNOT OPEN FB.RUN.HISTORY - "
                       "STATUS " ws-rhist-status
                       " - TRAILER NOT ACCEPTED"
                   MOVE 'N' TO ws-trailer-found
               ELSE
                   MOVE fb-trl-run-id TO FB-RH-RUN-ID
                   READ fb-rhist-file
                       INVALID KEY
                           DISPLAY "FBRECON: RULE SET "
                               ws-set-id(ws-set-idx) " - TRAILER RUN "
                               fb-trl-run-id " NOT ON FB.RUN.HISTORY"
                           MOVE 'N' TO ws-trailer-found
                       NOT INVALID KEY
                           IF FB-RH-SET-BASE-RUN NOT = ws-pass-id
                               DISPLAY "FBRECON: RULE SET "
                                   ws-set-id(ws-set-idx)
                                   " - TRAILER IS FROM RUN "
                                   fb-trl-run-id ", NOT PASS "
                                   ws-pass-id
                               MOVE 'N' TO ws-trailer-found
                           END-IF
                   END-READ
                   CLOSE fb-rhist-file
               END-IF
           END-IF.

       8160-READ-SET-PASS-ID.
           IF ws-ckpt-open
               COMPUTE ws-ckpt-key = ws-set-slot(ws-set-idx) + 1
               READ fb-ckpt-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-CKPT-RULE-SET = ws-set-id(ws-set-idx)
                           MOVE FB-CKPT-PASS-ID TO ws-pass-id
                       END-IF
               END-READ
           END-IF.

       8200-READ-SET-RECORD.
           EVALUATE ws-set-slot(ws-set-idx)
               WHEN 1
                   READ fb-set-out1-file INTO ws-set-in-line
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 2
                   READ fb-set-out2-file INTO ws-set-in-line
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 3
                   READ fb-set-out3-file INTO ws-set-in-line
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 4
                   READ fb-set-out4-file INTO ws-set-in-line
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
           END-EVALUATE.

       9000-POST-CERTIFICATION.
      *    THE REGISTRY ROW IS KEYED BY THE RUN ID THE TRAILER
      *    CARRIES, SO THE VERDICT LANDS ON THE RUN THAT WROTE THIS
      *    FILE EVEN WHEN THE STEP IS RERUN THE NEXT DAY.  LIKE
      *    fizz-buzz'S REGISTRATION, A REGISTRY PROBLEM ONLY WARNS -
      *    THE STEP'S OWN RETURN CODE STILL CARRIES THE VERDICT, AND
      *    AN UNPOSTED RUN SIMPLY STAYS UNCERTIFIED.
           OPEN I-O fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBRECON: CANNOT OPEN FB.RUN.HISTORY - STATUS "
                   ws-rhist-status " - VERDICT NOT POSTED"
           ELSE
               MOVE fb-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBRECON: RUN " fb-trl-run-id
                           " NOT ON FB.RUN.HISTORY - VERDICT NOT "
                           "POSTED"
                   NOT INVALID KEY
                       IF FB-RH-RULE-SET = ws-post-set-id
                           PERFORM 9100-APPLY-VERDICT
                       ELSE
                           DISPLAY "FBRECON: RUN " fb-trl-run-id
                               " IS NOT THIS RULE SET'S - VERDICT "
                               "NOT POSTED"
                       END-IF
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       9100-APPLY-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           IF ws-has-mismatch
               MOVE 'F' TO FB-RH-CERT-RECON
           ELSE
               MOVE 'P' TO FB-RH-CERT-RECON
           END-IF
      *    THIS CHECK FAILING FAILS THE RUN OUTRIGHT (AND WITHDRAWS
      *    ANY EARLIER FORCED RELEASE); ANOTHER CHECK STILL STANDING
      *    FAILED KEEPS THE RUN FAILED, AND THE STEP AND REASON ARE
      *    MOVED OFF THIS CHECK IF THEY STILL NAMED IT; ALL THREE
      *    PASSED CERTIFIES; OTHERWISE THE RUN WAITS FOR THE REMAINING
      *    CHECKS - A FORCED RELEASE STANDS UNTIL THEN.  A CHECK THAT
      *    DOES NOT APPLY ('N' - A NAMED SET'S TREND AND VSAM AUDIT)
      *    COUNTS AS PASSED.
           EVALUATE TRUE
               WHEN ws-has-mismatch
                   MOVE 'F' TO FB-RH-CERT-STATUS
                   MOVE "FBRECON" TO FB-RH-CERT-STEP
                   MOVE ws-cert-reason TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-TREND = 'F'
                   OR FB-RH-CERT-VAUDIT = 'F'
      *            THE ROW MAY STILL NAME THIS CHECK'S OWN EARLIER
      *            FAILURE - POINT IT AT A CHECK STILL STANDING FAILED.
                   IF FB-RH-CERT-STEP = "FBRECON"
                       IF FB-RH-CERT-TREND = 'F'
                           MOVE "FBTREND" TO FB-RH-CERT-STEP
                           MOVE "TREND CHECK FAILED - SEE FBTREND"
                               TO FB-RH-CERT-REASON
                       ELSE
                           MOVE "FBVAUDIT" TO FB-RH-CERT-STEP
                           MOVE "VSAM AUDIT FAILED - SEE FBVAUDIT"
                               TO FB-RH-CERT-REASON
                       END-IF
                   END-IF
               WHEN (FB-RH-CERT-TREND = 'P' OR 'N')
                   AND (FB-RH-CERT-VAUDIT = 'P' OR 'N')
                   MOVE 'C' TO FB-RH-CERT-STATUS
                   MOVE "FBRECON" TO FB-RH-CERT-STEP
                   MOVE "ALL CHECKS PASSED" TO FB-RH-CERT-REASON
               WHEN FB-RH-CERT-FORCED
                   CONTINUE
               WHEN OTHER
                   MOVE ' ' TO FB-RH-CERT-STATUS
                   MOVE "FBRECON" TO FB-RH-CERT-STEP
                   MOVE "AWAITING REMAINING CHECKS"
                       TO FB-RH-CERT-REASON
           END-EVALUATE
           MOVE ws-stamp-date TO FB-RH-CERT-DATE
           MOVE ws-stamp-time TO FB-RH-CERT-TIME
           REWRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   DISPLAY "FBRECON: REWRITE FAILED FOR RUN "
                       FB-RH-RUN-ID " - STATUS " ws-rhist-status
           END-REWRITE
           DISPLAY "FBRECON: RUN " FB-RH-RUN-ID
               " RECONCILIATION VERDICT " FB-RH-CERT-RECON
               " - CERTIFICATION " FB-RH-CERT-STATUS.
