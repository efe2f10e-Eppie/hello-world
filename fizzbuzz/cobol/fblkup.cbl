      * the interface.  A request NUM with no row on the cluster -
      * outside the last run's range - is a miss, never an abend, so
      * one bad NUM in a requesting system's list cannot stop the
      * rest of the list from being answered.  A request card whose
      * NUM is not numeric is answered as a miss and logged to the
      * FB.EXCEPTION.DATA suspense file (see FBEXCPT.cpy) against
      * the run answered from, card number and image included.
      * The cluster is only answered from once the run that loaded it
      * - named by the FB-TRL-RUN-ID on the FB.OUTPUT.DATA trailer -
      * is certified, or forced through by operations, on
      * FB.RUN.HISTORY (see FBRHIST.cpy).  Otherwise, or when the
      * output file has no trailer, no response file is written and
      * the step ends RC=8 for the requesting side to re-send later.
      * A request naming a rule set (FBLKREQ.cpy) is answered from
      * that set's rows on FB.VSAM.RULESET (FBSETRES.cpy) instead,
      * and only once the set has a completed pass (its control row)
      * whose own FB.RUN.HISTORY row is certified or forced through -
      * until then every request for the set is a miss, as is any
      * request for a set never run.  The set is judged once per
      * execution, on its first request.
      * Every request card carries the requesting department's code
      * (FBLKREQ.cpy), judged against FB.DEPT.MASTER (FBDEPT.cpy) on
      * the department's first card.  A card whose code is missing,
      * unknown or inactive is not looked up: it is answered 'D' with
      * the response code DMIS/DUNK/DINA and counted as rejected in
      * the trailer.  At end of job one FB.USAGE.LOG row per
      * department (see FBUSAGE.cpy) records its requests, hits,
      * misses, no-run answers (a named set with no releasable pass)
      * and rejections for the fb-chgbk chargeback statement; a
      * held run answers nothing and logs nothing.  RC=4 when any
      * card was rejected or a usage row could not be logged (its
      * counts are then on SYSOUT), RC=16 when the department master
      * cannot be opened - no request is answered unchecked.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS fb-vsam-value
               FILE STATUS IS ws-vsam-status.

           SELECT fb-output-file ASSIGN TO "FBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-output-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

           SELECT fb-setres-file ASSIGN TO "FBSETRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-SRS-KEY
               FILE STATUS IS ws-setres-status.

           SELECT fb-dept-file ASSIGN TO "FBDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-DPT-CODE
               FILE STATUS IS ws-dept-status.

           SELECT fb-usage-file ASSIGN TO "FBUSAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-USG-KEY
               FILE STATUS IS ws-usage-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-reqst-file
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.

       FD  fb-output-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-in-record                PIC X(177).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-excpt-file.
           COPY FBEXCPT.

       FD  fb-setres-file.
           COPY FBSETRES.

       FD  fb-dept-file.
           COPY FBDEPT.

       FD  fb-usage-file.
           COPY FBUSAGE.

       WORKING-STORAGE SECTION.
           COPY FBTRAIL.

       01  ws-trailer-found            PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-release-flag             PIC X VALUE 'N'.
           88  ws-run-releasable           VALUE 'Y'.

       01  ws-counters.
           05  ws-read-count           PIC 9(9) VALUE 0.
           05  ws-hit-count            PIC 9(9) VALUE 0.
           05  ws-miss-count           PIC 9(9) VALUE 0.
           05  ws-reject-count         PIC 9(9) VALUE 0.

       01  ws-reqst-status             PIC XX.
       01  ws-resp-status              PIC XX.
       01  ws-vsam-status              PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-rhist-usable             PIC X VALUE 'N'.
           88  ws-rhist-open               VALUE 'Y'.

      *    FB.VSAM.RULESET IS ONLY OPENED WHEN THE FIRST NAMED-SET
      *    REQUEST ARRIVES - SPACE UNTIL THEN, 'Y' OPEN, 'N' UNUSABLE
      *    (EVERY NAMED-SET REQUEST THEN A MISS).
       01  ws-setres-status            PIC XX.
       01  ws-setres-state             PIC X VALUE SPACE.
           88  ws-setres-untried           VALUE SPACE.
           88  ws-setres-open              VALUE 'Y'.
       01  ws-set-cache.
           05  ws-cache-count          PIC 9(2) VALUE 0.
           05  ws-cache-entry OCCURS 20 TIMES INDEXED BY ws-cache-idx.
               10  ws-cache-set-id         PIC X(8).
               10  ws-cache-release        PIC X(1).
                   88  ws-cache-releasable     VALUE 'Y'.
       01  ws-cache-found              PIC X VALUE 'N'.
           88  ws-cache-hit                VALUE 'Y'.

      *    SAME SUSPENSE-FILE HANDLING AS fizz-buzz'S 9500-LOG-
      *    EXCEPTION - SYSOUT ONLY WHEN THE FILE CANNOT BE WRITTEN.
       01  ws-excpt-status             PIC XX.
       01  ws-excpt-usable             PIC X VALUE 'N'.
           88  ws-excpt-open               VALUE 'Y'.
       01  ws-exc-seq                  PIC 9(6) VALUE 0.
       01  ws-exc-stamp.
           05  ws-exc-stamp-date       PIC 9(8).
           05  ws-exc-stamp-time       PIC 9(8).
           05  FILLER                  PIC X(5).
       01  ws-exc-detail               PIC X(60).

      *    ONE ENTRY PER DEPARTMENT CODE SEEN THIS EXECUTION: ITS
      *    FB.DEPT.MASTER VERDICT (SPACES ACCEPTED, ELSE THE REJECT
      *    RESPONSE CODE) AND ITS USAGE SO FAR.  WITH THE TABLE FULL
      *    THE ROWS SO FAR GO TO FB.USAGE.LOG AND THE TABLE STARTS
      *    AGAIN - fb-chgbk ADDS THE ROWS UP, SO A DEPARTMENT WITH
      *    TWO ROWS FOR ONE EXECUTION IS CHARGED THE SAME.
       01  ws-dept-status              PIC XX.
       01  ws-req-dept                 PIC X(8).
       01  ws-dept-table.
           05  ws-dept-count           PIC 9(2) VALUE 0.
           05  ws-dept-entry OCCURS 50 TIMES INDEXED BY ws-dept-idx.
               10  ws-du-dept              PIC X(8).
               10  ws-du-verdict           PIC X(4).
                   88  ws-du-accepted          VALUE SPACES.
               10  ws-du-hits              PIC 9(9).
               10  ws-du-misses            PIC 9(9).
               10  ws-du-no-run            PIC 9(9).
               10  ws-du-rejected          PIC 9(9).
       01  ws-dept-found               PIC X VALUE 'N'.
           88  ws-dept-hit                 VALUE 'Y'.

      *    FB.USAGE.LOG IS OPENED LIKE THE SUSPENSE FILE; A ROW THAT
      *    CANNOT BE WRITTEN GOES TO SYSOUT WITH ITS COUNTS SO FINANCE
      *    CAN KEY IT, AND THE STEP ENDS RC=4.
       01  ws-usage-status             PIC XX.
       01  ws-usage-usable             PIC X VALUE 'N'.
           88  ws-usage-open               VALUE 'Y'.
       01  ws-usage-lost               PIC X VALUE 'N'.
           88  ws-usage-not-logged         VALUE 'Y'.
       01  ws-usg-seq                  PIC 9(6) VALUE 0.
       01  ws-usg-stamp.
           05  ws-usg-stamp-date       PIC 9(8).
           05  ws-usg-stamp-time       PIC 9(8).
           05  FILLER                  PIC X(5).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           PERFORM 1000-READ-RUN-TRAILER
           IF NOT ws-found-trailer
               DISPLAY "FBLKUP: NO TRAILER ON FB.OUTPUT.DATA - "
                   "UNFINISHED RUN, NO RESPONSES WRITTEN, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CHECK-RUN-CERTIFIED
           IF NOT ws-run-releasable
               DISPLAY "FBLKUP: RUN " fb-trl-run-id " NOT CERTIFIED"
                   " FOR RELEASE - NO RESPONSES WRITTEN, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-reqst-file
           PERFORM 0100-CHECK-REQST-OPEN
           OPEN INPUT fb-vsam-file
           PERFORM 0200-CHECK-VSAM-OPEN
           OPEN OUTPUT fb-resp-file
           PERFORM 0300-CHECK-RESP-OPEN
           PERFORM 0400-OPEN-EXCEPTION-LOG
           PERFORM 0500-OPEN-DEPT-MASTER
           PERFORM 0600-OPEN-USAGE-LOG
           PERFORM UNTIL ws-reqst-status NOT = "00"
               READ fb-reqst-file
                   AT END
               END-READ
           END-PERFORM
           PERFORM 8000-WRITE-TRAILER
           PERFORM 8500-WRITE-USAGE-LOG
           CLOSE fb-reqst-file
           CLOSE fb-vsam-file
           CLOSE fb-resp-file
           CLOSE fb-dept-file
           IF ws-usage-open
               CLOSE fb-usage-file
           END-IF
           IF ws-rhist-open
               CLOSE fb-rhist-file
           END-IF
           IF ws-setres-open
               CLOSE fb-setres-file
           END-IF
           IF ws-excpt-open
               CLOSE fb-excpt-file
           END-IF
           DISPLAY "FBLKUP: READ=" ws-read-count
               " HITS=" ws-hit-count
               " MISSES=" ws-miss-count
               " REJECTED=" ws-reject-count
           IF ws-reject-count > 0 OR ws-usage-not-logged
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REQST-OPEN.
               STOP RUN
           END-IF.

       0400-OPEN-EXCEPTION-LOG.
           OPEN I-O fb-excpt-file
           IF ws-excpt-status = "35"
               OPEN OUTPUT fb-excpt-file
               CLOSE fb-excpt-file
               OPEN I-O fb-excpt-file
           END-IF
           IF ws-excpt-status = "00"
               MOVE 'Y' TO ws-excpt-usable
           ELSE
               DISPLAY "FBLKUP: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status
                   " - EXCEPTIONS TO SYSOUT ONLY"
           END-IF.

       0500-OPEN-DEPT-MASTER.
           OPEN INPUT fb-dept-file
           IF ws-dept-status NOT = "00"
               DISPLAY "FBLKUP: OPEN FAILED ON FB.DEPT.MASTER - "
                   "STATUS " ws-dept-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0600-OPEN-USAGE-LOG.
           OPEN I-O fb-usage-file
           IF ws-usage-status = "35"
               OPEN OUTPUT fb-usage-file
               CLOSE fb-usage-file
               OPEN I-O fb-usage-file
           END-IF
           IF ws-usage-status = "00"
               MOVE 'Y' TO ws-usage-usable
           ELSE
               DISPLAY "FBLKUP: CANNOT OPEN FB.USAGE.LOG - "
                   "STATUS " ws-usage-status
                   " - USAGE TO SYSOUT ONLY"
           END-IF.

       1000-READ-RUN-TRAILER.
      *    SAME TRAILER HARVEST AS fb-recon'S 5000-READ-TRAILER - THE
      *    RUN ID THAT LOADED THE CLUSTER TRAVELS ON THE TRAILER.
           OPEN INPUT fb-output-file
           IF ws-output-status NOT = "00"
               DISPLAY "FBLKUP: OPEN FAILED ON FB.OUTPUT.DATA - "
                   "STATUS " ws-output-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-output-status NOT = "00"
               READ fb-output-file
                   AT END
                       MOVE "10" TO ws-output-status
                   NOT AT END
                       IF fb-in-record(1:7) = "TRAILER"
                           MOVE fb-in-record TO fb-trailer-record
                           MOVE 'Y' TO ws-trailer-found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-output-file.

       1100-CHECK-RUN-CERTIFIED.
      *    RELEASABLE MEANS CERTIFIED BY THE THREE CHECKS OR FORCED
      *    THROUGH BY OPERATIONS (fb-certov) - ANYTHING ELSE, AND
      *    ANY DOUBT ABOUT THE REGISTRY ITSELF, HOLDS THE ANSWERS.
      *    THE REGISTRY STAYS OPEN FOR THE NAMED SETS' OWN RUNS.
           MOVE 'N' TO ws-release-flag
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBLKUP: CANNOT OPEN FB.RUN.HISTORY - STATUS "
                   ws-rhist-status " - CERTIFICATION UNKNOWN"
           ELSE
               MOVE 'Y' TO ws-rhist-usable
               MOVE fb-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBLKUP: RUN " fb-trl-run-id
                           " NOT ON FB.RUN.HISTORY"
                   NOT INVALID KEY
                       PERFORM 1110-JUDGE-CERTIFICATION
               END-READ
           END-IF.

       1110-JUDGE-CERTIFICATION.
           EVALUATE TRUE
               WHEN FB-RH-CERTIFIED
                   MOVE 'Y' TO ws-release-flag
               WHEN FB-RH-CERT-FORCED
                   MOVE 'Y' TO ws-release-flag
                   DISPLAY "FBLKUP: RUN " FB-RH-RUN-ID
                       " RELEASED UNDER OVERRIDE BY " FB-RH-OVR-USER
                       " - " FB-RH-OVR-REASON
               WHEN FB-RH-CERT-FAILED
                   DISPLAY "FBLKUP: RUN " FB-RH-RUN-ID
                       " FAILED CERTIFICATION AT " FB-RH-CERT-STEP
                       " - " FB-RH-CERT-REASON
               WHEN OTHER
                   DISPLAY "FBLKUP: RUN " FB-RH-RUN-ID
                       " CERTIFICATION NOT COMPLETE - RECON "
                       FB-RH-CERT-RECON " TREND " FB-RH-CERT-TREND
                       " AUDIT " FB-RH-CERT-VAUDIT
           END-EVALUATE.

       2000-PROCESS-REQUEST.
           ADD 1 TO ws-read-count
           MOVE SPACES TO FB-LKRSP-RECORD
           MOVE FB-LKREQ-DEPT TO ws-req-dept
           PERFORM 2500-FIND-DEPARTMENT
           IF NOT ws-du-accepted(ws-dept-idx)
               PERFORM 2050-REJECT-REQUEST
           ELSE
               PERFORM 2010-ANSWER-REQUEST
           END-IF
           MOVE FB-LKREQ-SET-ID TO FB-LKRSP-SET-ID
           WRITE FB-LKRSP-RECORD.

       2010-ANSWER-REQUEST.
           IF FB-LKREQ-NUM IS NOT NUMERIC
               MOVE SPACES TO ws-exc-detail
               STRING "REQUEST CARD " DELIMITED SIZE
                   ws-read-count DELIMITED SIZE
                   " NUM NOT NUMERIC: " DELIMITED SIZE
                   FB-LKREQ-RECORD(1:9) DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 9500-LOG-EXCEPTION
               MOVE ZEROS TO FB-LKRSP-NUM
               MOVE SPACES TO FB-LKRSP-LABEL
               MOVE 'N' TO FB-LKRSP-FOUND
               ADD 1 TO ws-miss-count
               ADD 1 TO ws-du-misses(ws-dept-idx)
           ELSE
               IF FB-LKREQ-SET-ID = SPACES
                   PERFORM 2100-LOOK-UP-NUM
               ELSE
                   PERFORM 2200-LOOK-UP-SET-NUM
               END-IF
           END-IF.

       2050-REJECT-REQUEST.
      *    NOT LOOKED UP AT ALL - THE NUM IS ECHOED WHEN IT CAN BE SO
      *    THE REQUESTING SIDE CAN MATCH THE REJECTION TO ITS CARD.
           IF FB-LKREQ-NUM IS NUMERIC
               MOVE FB-LKREQ-NUM TO FB-LKRSP-NUM
           ELSE
               MOVE ZEROS TO FB-LKRSP-NUM
           END-IF
           MOVE SPACES TO FB-LKRSP-LABEL
           MOVE 'D' TO FB-LKRSP-FOUND
           MOVE ws-du-verdict(ws-dept-idx) TO FB-LKRSP-REJ-REASON
           ADD 1 TO ws-reject-count
           ADD 1 TO ws-du-rejected(ws-dept-idx).

       2100-LOOK-UP-NUM.
           MOVE FB-LKREQ-NUM TO fb-vsam-value
                   MOVE SPACES TO FB-LKRSP-LABEL
                   MOVE 'N' TO FB-LKRSP-FOUND
                   ADD 1 TO ws-miss-count
                   ADD 1 TO ws-du-misses(ws-dept-idx)
               NOT INVALID KEY
                   MOVE fb-vsam-value TO FB-LKRSP-NUM
                   MOVE fb-vsam-label TO FB-LKRSP-LABEL
                   MOVE 'Y' TO FB-LKRSP-FOUND
                   ADD 1 TO ws-hit-count
                   ADD 1 TO ws-du-hits(ws-dept-idx)
           END-READ.

       2200-LOOK-UP-SET-NUM.
      *    NUM ZERO WOULD READ THE SET'S CONTROL ROW - ALWAYS A MISS.
           PERFORM 2300-FIND-SET
           MOVE FB-LKREQ-NUM TO FB-LKRSP-NUM
           MOVE SPACES TO FB-LKRSP-LABEL
           MOVE 'N' TO FB-LKRSP-FOUND
           IF ws-cache-releasable(ws-cache-idx)
               AND FB-LKREQ-NUM NOT = 0
               MOVE FB-LKREQ-SET-ID TO FB-SRS-SET-ID
               MOVE FB-LKREQ-NUM TO FB-SRS-VALUE
               READ fb-setres-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FB-SRS-LABEL TO FB-LKRSP-LABEL
                       MOVE 'Y' TO FB-LKRSP-FOUND
               END-READ
           END-IF
      *    FOR THE USAGE LOG A SET WITH NO RELEASABLE PASS IS A NO-RUN
      *    ANSWER; THE RESPONSE AND ITS TRAILER STILL CALL IT A MISS.
           EVALUATE TRUE
               WHEN FB-LKRSP-IS-HIT
                   ADD 1 TO ws-hit-count
                   ADD 1 TO ws-du-hits(ws-dept-idx)
               WHEN ws-cache-releasable(ws-cache-idx)
                   ADD 1 TO ws-miss-count
                   ADD 1 TO ws-du-misses(ws-dept-idx)
               WHEN OTHER
                   ADD 1 TO ws-miss-count
                   ADD 1 TO ws-du-no-run(ws-dept-idx)
           END-EVALUATE.

       2300-FIND-SET.
      *    LEAVES WS-CACHE-IDX ON THE REQUESTED SET'S ENTRY, JUDGING
      *    THE SET FIRST IF THIS IS ITS FIRST REQUEST.  WITH THE TABLE
      *    FULL THE LAST ENTRY IS RE-USED, SO THE SET IS JUDGED AGAIN.
           MOVE 'N' TO ws-cache-found
           PERFORM VARYING ws-cache-idx FROM 1 BY 1
               UNTIL ws-cache-idx > ws-cache-count OR ws-cache-hit
               IF ws-cache-set-id(ws-cache-idx) = FB-LKREQ-SET-ID
                   MOVE 'Y' TO ws-cache-found
               END-IF
           END-PERFORM
           IF ws-cache-hit
               SET ws-cache-idx DOWN BY 1
           ELSE
               IF ws-cache-count < 20
                   ADD 1 TO ws-cache-count
               END-IF
               SET ws-cache-idx TO ws-cache-count
               MOVE FB-LKREQ-SET-ID TO ws-cache-set-id(ws-cache-idx)
               PERFORM 2310-JUDGE-SET
               MOVE ws-release-flag TO ws-cache-release(ws-cache-idx)
           END-IF.

       2310-JUDGE-SET.
      *    THE SET'S CONTROL ROW NAMES THE RUN THAT COMPLETED IT; THAT
      *    RUN IS JUDGED EXACTLY AS THE BASE SET'S RUN IS.
           MOVE 'N' TO ws-release-flag
           IF ws-setres-untried
               OPEN INPUT fb-setres-file
               IF ws-setres-status = "00"
                   MOVE 'Y' TO ws-setres-state
               ELSE
                   MOVE 'N' TO ws-setres-state
                   DISPLAY "FBLKUP: CANNOT OPEN FB.VSAM.RULESET - "
                       "STATUS " ws-setres-status
                       " - NAMED RULE SET REQUESTS ANSWERED AS MISSES"
               END-IF
           END-IF
           IF ws-setres-open
               MOVE FB-LKREQ-SET-ID TO FB-SRS-SET-ID
               MOVE 0 TO FB-SRS-VALUE
               READ fb-setres-file
                   INVALID KEY
                       DISPLAY "FBLKUP: RULE SET " FB-LKREQ-SET-ID
                           " HAS NO COMPLETED PASS - ANSWERED AS MISSES"
                   NOT INVALID KEY
                       PERFORM 2320-JUDGE-SET-RUN
               END-READ
           END-IF.

       2320-JUDGE-SET-RUN.
           IF ws-rhist-open
               MOVE FB-SRS-RUN-ID TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBLKUP: RULE SET " FB-LKREQ-SET-ID
                           " RUN " FB-SRS-RUN-ID
                           " NOT ON FB.RUN.HISTORY"
                   NOT INVALID KEY
                       PERFORM 1110-JUDGE-CERTIFICATION
               END-READ
           END-IF.

       2500-FIND-DEPARTMENT.
      *    LEAVES WS-DEPT-IDX ON THE REQUESTING DEPARTMENT'S ENTRY,
      *    JUDGING THE CODE AGAINST FB.DEPT.MASTER ON ITS FIRST CARD.
           MOVE 'N' TO ws-dept-found
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count OR ws-dept-hit
               IF ws-du-dept(ws-dept-idx) = ws-req-dept
                   MOVE 'Y' TO ws-dept-found
               END-IF
           END-PERFORM
           IF ws-dept-hit
               SET ws-dept-idx DOWN BY 1
           ELSE
               IF ws-dept-count = 50
                   PERFORM 8500-WRITE-USAGE-LOG
                   MOVE 0 TO ws-dept-count
               END-IF
               ADD 1 TO ws-dept-count
               SET ws-dept-idx TO ws-dept-count
               MOVE ws-req-dept TO ws-du-dept(ws-dept-idx)
               MOVE 0 TO ws-du-hits(ws-dept-idx)
               MOVE 0 TO ws-du-misses(ws-dept-idx)
               MOVE 0 TO ws-du-no-run(ws-dept-idx)
               MOVE 0 TO ws-du-rejected(ws-dept-idx)
               PERFORM 2510-JUDGE-DEPARTMENT
           END-IF.

       2510-JUDGE-DEPARTMENT.
           MOVE SPACES TO ws-du-verdict(ws-dept-idx)
           IF ws-req-dept = SPACES
               MOVE "DMIS" TO ws-du-verdict(ws-dept-idx)
           ELSE
               MOVE ws-req-dept TO FB-DPT-CODE
               READ fb-dept-file
                   INVALID KEY
                       MOVE "DUNK" TO ws-du-verdict(ws-dept-idx)
                   NOT INVALID KEY
                       IF NOT FB-DPT-IS-ACTIVE
                           MOVE "DINA" TO ws-du-verdict(ws-dept-idx)
                       END-IF
               END-READ
           END-IF
           IF NOT ws-du-accepted(ws-dept-idx)
               DISPLAY "FBLKUP: DEPARTMENT '" ws-req-dept
                   "' REJECTED " ws-du-verdict(ws-dept-idx)
                   " - ITS REQUESTS ARE NOT ANSWERED"
           END-IF.

       8000-WRITE-TRAILER.
      *    MOVE SPACES RATHER THAN INITIALIZE - THE TRAILER SHARES THE
      *    FD RECORD AREA WITH THE DETAIL 01 AND INITIALIZE LEAVES THE
           MOVE ws-read-count TO FB-LKRSP-TRL-READ
           MOVE ws-hit-count TO FB-LKRSP-TRL-HITS
           MOVE ws-miss-count TO FB-LKRSP-TRL-MISSES
           MOVE ws-reject-count TO FB-LKRSP-TRL-REJECTED
           WRITE FB-LKRSP-TRAILER.

       8500-WRITE-USAGE-LOG.
           PERFORM 8510-WRITE-USAGE-ROW
               VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count.

       8510-WRITE-USAGE-ROW.
           MOVE SPACES TO FB-USAGE-RECORD
           MOVE FUNCTION CURRENT-DATE TO ws-usg-stamp
           ADD 1 TO ws-usg-seq
           MOVE ws-usg-stamp-date TO FB-USG-LOG-DATE
           MOVE ws-usg-stamp-time TO FB-USG-LOG-TIME
           MOVE "FBLKUP" TO FB-USG-SOURCE
           MOVE ws-usg-seq TO FB-USG-LOG-SEQ
           MOVE "LKUP" TO FB-USG-CHANNEL
           MOVE ws-du-dept(ws-dept-idx) TO FB-USG-DEPT
           MOVE ws-du-verdict(ws-dept-idx) TO FB-USG-REJ-REASON
           MOVE ws-du-hits(ws-dept-idx) TO FB-USG-HITS
           MOVE ws-du-misses(ws-dept-idx) TO FB-USG-MISSES
           MOVE ws-du-no-run(ws-dept-idx) TO FB-USG-NO-RUN
           MOVE ws-du-rejected(ws-dept-idx) TO FB-USG-REJECTED
           COMPUTE FB-USG-REQUESTS = FB-USG-HITS + FB-USG-MISSES
               + FB-USG-NO-RUN + FB-USG-REJECTED
           IF ws-usage-open
               WRITE FB-USAGE-RECORD
                   INVALID KEY
                       DISPLAY "FBLKUP: USAGE WRITE FAILED - STATUS "
                           ws-usage-status
                       PERFORM 8520-SHOW-UNLOGGED-USAGE
               END-WRITE
           ELSE
               PERFORM 8520-SHOW-UNLOGGED-USAGE
           END-IF.

       8520-SHOW-UNLOGGED-USAGE.
           MOVE 'Y' TO ws-usage-lost
           DISPLAY "FBLKUP: USAGE NOT LOGGED - DEPT '" FB-USG-DEPT
               "' " FB-USG-REJ-REASON
               " REQUESTS=" FB-USG-REQUESTS
               " HITS=" FB-USG-HITS
               " MISSES=" FB-USG-MISSES
               " NO-RUN=" FB-USG-NO-RUN
               " REJECTED=" FB-USG-REJECTED.

       9500-LOG-EXCEPTION.
           IF ws-excpt-open
               MOVE SPACES TO FB-EXCEPTION-RECORD
               MOVE FUNCTION CURRENT-DATE TO ws-exc-stamp
               ADD 1 TO ws-exc-seq
               MOVE ws-exc-stamp-date TO FB-EXC-LOG-DATE
               MOVE ws-exc-stamp-time TO FB-EXC-LOG-TIME
               MOVE "FBLKUP" TO FB-EXC-PROGRAM
               MOVE ws-exc-seq TO FB-EXC-LOG-SEQ
               MOVE fb-trl-run-id TO FB-EXC-RUN-ID
               MOVE 0 TO FB-EXC-NUM
               MOVE "LNNM" TO FB-EXC-REASON
               MOVE 'N' TO FB-EXC-FIXABLE
               MOVE ws-exc-detail TO FB-EXC-DETAIL
               MOVE 'O' TO FB-EXC-STATUS
               MOVE 0 TO FB-EXC-REDRIVES
               MOVE 0 TO FB-EXC-RES-DATE
               MOVE 0 TO FB-EXC-RES-TIME
               WRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "FBLKUP: EXCEPTION WRITE FAILED - "
                           "STATUS " ws-excpt-status " - "
                           ws-exc-detail
               END-WRITE
           ELSE
               DISPLAY "FBLKUP: " ws-exc-detail
           END-IF.
