      * flag, closed with a balancing trailer in the fb-lkup
      * convention.  A bad request card is a not-found response,
      * never an abend, and a resolved run whose generation is no
      * longer in the concatenation answers 'R'.
      * Every card carries the requesting department's code
      * (FBAFREQ.cpy), judged against FB.DEPT.MASTER (FBDEPT.cpy) as
      * the card is loaded.  A card whose code is missing, unknown or
      * inactive is not resolved or answered: its response is flagged
      * 'D' with the response code DMIS/DUNK/DINA and the trailer
      * counts it as rejected.  At end of job one FB.USAGE.LOG row
      * per department (FBUSAGE.cpy) records its requests, found,
      * not-found, no-run ('R') answers and rejections for the
      * fb-chgbk chargeback statement.  RC=4 when any card was
      * rejected or a usage row could not be logged (its counts are
      * then on SYSOUT), RC=8 when the request file overflows the
      * hold table (split the file and resubmit - nothing answered
      * or logged), RC=16 when a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-resp-status.

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
           RECORD CONTAINS 80 CHARACTERS.
           COPY FBAFRSP.

       FD  fb-dept-file.
           COPY FBDEPT.

       FD  fb-usage-file.
           COPY FBUSAGE.

       WORKING-STORAGE SECTION.
           COPY FBTRAIL.

               10  ws-rq-segment            PIC 9(3).
               10  ws-rq-label              PIC X(45).
               10  ws-rq-flag               PIC X(1).
      *            'Y' FOUND, 'N' NOT FOUND / BAD CARD, 'R' NO RUN,
      *            'D' DEPARTMENT REJECTED (WS-RQ-REASON SAYS WHY).
               10  ws-rq-dept               PIC X(8).
               10  ws-rq-reason             PIC X(4).

      *    ONE ENTRY PER GENERATION SEGMENT IN THE FBHIST
      *    CONCATENATION, IN READ ORDER: THE FB-TRL-RUN-ID OF THE
           05  ws-found-count          PIC 9(9) VALUE 0.
           05  ws-miss-count           PIC 9(9) VALUE 0.
           05  ws-no-run-count         PIC 9(9) VALUE 0.
           05  ws-reject-count         PIC 9(9) VALUE 0.

       01  ws-reqst-status             PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-hist-status              PIC XX.
       01  ws-resp-status              PIC XX.

      *    ONE ENTRY PER DEPARTMENT CODE SEEN THIS EXECUTION, AS IN
      *    fb-lkup: ITS FB.DEPT.MASTER VERDICT (SPACES ACCEPTED, ELSE
      *    THE REJECT RESPONSE CODE) AND ITS USAGE, TALLIED AS THE
      *    RESPONSES ARE WRITTEN.  WITH THE TABLE FULL THE ROWS SO FAR
      *    GO TO FB.USAGE.LOG AND THE TABLE STARTS AGAIN.
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

      *    FB.USAGE.LOG IS OPENED LIKE fb-lkup OPENS IT - A ROW THAT
      *    CANNOT BE WRITTEN GOES TO SYSOUT WITH ITS COUNTS.
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
           PERFORM 0500-OPEN-DEPT-MASTER
           PERFORM 1000-LOAD-REQUESTS
           PERFORM 2000-RESOLVE-RUNS-FOR-DATES
           PERFORM 2500-MAP-GENERATION-SEGMENTS
               VARYING ws-req-idx FROM 1 BY 1
               UNTIL ws-req-idx > ws-request-count
           PERFORM 3000-ANSWER-FROM-HISTORY
           PERFORM 0600-OPEN-USAGE-LOG
           PERFORM 7000-WRITE-RESPONSES
           PERFORM 8500-WRITE-USAGE-LOG
           CLOSE fb-dept-file
           IF ws-usage-open
               CLOSE fb-usage-file
           END-IF
           DISPLAY "FBASOF: READ=" ws-read-count
               " FOUND=" ws-found-count
               " NOT-FOUND=" ws-miss-count
               " NO-RUN=" ws-no-run-count
               " REJECTED=" ws-reject-count
           IF ws-reject-count > 0 OR ws-usage-not-logged
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0500-OPEN-DEPT-MASTER.
           OPEN INPUT fb-dept-file
           IF ws-dept-status NOT = "00"
               DISPLAY "FBASOF: OPEN FAILED ON FB.DEPT.MASTER - "
                   "STATUS " ws-dept-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0600-OPEN-USAGE-LOG.
      *    OPENED ONLY ONCE THE ANSWERS ARE IN HAND - NOTHING IS
      *    TALLIED BEFORE THE RESPONSES GO OUT, SO A REFUSED REQUEST
      *    FILE LEAVES NO USAGE BEHIND.
           OPEN I-O fb-usage-file
           IF ws-usage-status = "35"
               OPEN OUTPUT fb-usage-file
               CLOSE fb-usage-file
               OPEN I-O fb-usage-file
           END-IF
           IF ws-usage-status = "00"
               MOVE 'Y' TO ws-usage-usable
           ELSE
               DISPLAY "FBASOF: CANNOT OPEN FB.USAGE.LOG - "
                   "STATUS " ws-usage-status
                   " - USAGE TO SYSOUT ONLY"
           END-IF.

       1000-LOAD-REQUESTS.
           OPEN INPUT fb-reqst-file
           IF ws-reqst-status NOT = "00"
           ADD 1 TO ws-request-count
           MOVE SPACES TO ws-rq-label(ws-request-count)
           MOVE 0 TO ws-rq-run-id(ws-request-count)
           MOVE FB-AFREQ-DEPT TO ws-rq-dept(ws-request-count)
           MOVE FB-AFREQ-DEPT TO ws-req-dept
           PERFORM 1500-FIND-DEPARTMENT
           MOVE ws-du-verdict(ws-dept-idx)
               TO ws-rq-reason(ws-request-count)
           EVALUATE TRUE
               WHEN NOT ws-du-accepted(ws-dept-idx)
      *            NEVER RESOLVED OR ANSWERED - AS-OF ZERO KEEPS IT
      *            OUT OF EVERY PASS BELOW.
                   IF FB-AFREQ-NUM IS NUMERIC
                       MOVE FB-AFREQ-NUM TO ws-rq-num(ws-request-count)
                   ELSE
                       MOVE 0 TO ws-rq-num(ws-request-count)
                   END-IF
                   MOVE 0 TO ws-rq-asof(ws-request-count)
                   MOVE 'D' TO ws-rq-flag(ws-request-count)
               WHEN OTHER
                   PERFORM 1200-EDIT-REQUEST-CARD
           END-EVALUATE.

       1200-EDIT-REQUEST-CARD.
           IF FB-AFREQ-NUM IS NOT NUMERIC
               OR FB-AFREQ-DATE IS NOT NUMERIC
               OR FB-AFREQ-DATE = 0
               MOVE 'R' TO ws-rq-flag(ws-request-count)
           END-IF.

       1500-FIND-DEPARTMENT.
      *    LEAVES WS-DEPT-IDX ON THE REQUESTING DEPARTMENT'S ENTRY,
      *    JUDGING THE CODE AGAINST FB.DEPT.MASTER ON ITS FIRST CARD -
      *    THE SAME SEARCH AS fb-lkup'S 2500-FIND-DEPARTMENT.
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
               PERFORM 1510-JUDGE-DEPARTMENT
           END-IF.

       1510-JUDGE-DEPARTMENT.
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
               DISPLAY "FBASOF: DEPARTMENT '" ws-req-dept
                   "' REJECTED " ws-du-verdict(ws-dept-idx)
                   " - ITS REQUESTS ARE NOT ANSWERED"
           END-IF.

       2000-RESOLVE-RUNS-FOR-DATES.
      *    ONE SEQUENTIAL PASS OVER THE REGISTRY - FOR EACH REQUEST
      *    THE NEWEST COMPLETED, STILL-ARCHIVED RUN STARTING ON OR
                   NOT AT END
                       IF FB-RH-COMPLETE
                           AND NOT FB-RH-PART-SLICE
                           AND FB-RH-BASE-SET
                           PERFORM 2100-OFFER-RUN-TO-REQUESTS
                       END-IF
               END-READ
           MOVE ws-rq-label(ws-req-idx) TO FB-AFRSP-LABEL
           MOVE ws-rq-run-id(ws-req-idx) TO FB-AFRSP-RUN-ID
           MOVE ws-rq-flag(ws-req-idx) TO FB-AFRSP-FLAG
           MOVE ws-rq-reason(ws-req-idx) TO FB-AFRSP-REJ-REASON
           WRITE FB-AFRSP-RECORD
           MOVE ws-rq-dept(ws-req-idx) TO ws-req-dept
           PERFORM 1500-FIND-DEPARTMENT
           EVALUATE ws-rq-flag(ws-req-idx)
               WHEN 'Y'
                   ADD 1 TO ws-found-count
                   ADD 1 TO ws-du-hits(ws-dept-idx)
               WHEN 'R'
                   ADD 1 TO ws-no-run-count
                   ADD 1 TO ws-du-no-run(ws-dept-idx)
               WHEN 'D'
                   ADD 1 TO ws-reject-count
                   ADD 1 TO ws-du-rejected(ws-dept-idx)
               WHEN OTHER
                   ADD 1 TO ws-miss-count
                   ADD 1 TO ws-du-misses(ws-dept-idx)
           END-EVALUATE.

       8000-WRITE-TRAILER.
           MOVE ws-found-count TO FB-AFRSP-TRL-FOUND
           MOVE ws-miss-count TO FB-AFRSP-TRL-MISSES
           MOVE ws-no-run-count TO FB-AFRSP-TRL-NO-RUN
           MOVE ws-reject-count TO FB-AFRSP-TRL-REJECTED
           WRITE FB-AFRSP-TRAILER.

       8500-WRITE-USAGE-LOG.
           PERFORM 8510-WRITE-USAGE-ROW
               VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count.

       8510-WRITE-USAGE-ROW.
      *    AN ENTRY ONLY JUDGED WHILE THE CARDS WERE LOADED, BEFORE
      *    ANY TALLY, HAS NOTHING TO LOG - ITS REQUESTS ARE COUNTED
      *    UNDER A LATER ENTRY WHEN THE RESPONSES GO OUT.
           MOVE SPACES TO FB-USAGE-RECORD
           MOVE ws-du-dept(ws-dept-idx) TO FB-USG-DEPT
           MOVE ws-du-verdict(ws-dept-idx) TO FB-USG-REJ-REASON
           MOVE ws-du-hits(ws-dept-idx) TO FB-USG-HITS
           MOVE ws-du-misses(ws-dept-idx) TO FB-USG-MISSES
           MOVE ws-du-no-run(ws-dept-idx) TO FB-USG-NO-RUN
           MOVE ws-du-rejected(ws-dept-idx) TO FB-USG-REJECTED
           COMPUTE FB-USG-REQUESTS = FB-USG-HITS + FB-USG-MISSES
               + FB-USG-NO-RUN + FB-USG-REJECTED
           IF FB-USG-REQUESTS > 0
               MOVE FUNCTION CURRENT-DATE TO ws-usg-stamp
               ADD 1 TO ws-usg-seq
               MOVE ws-usg-stamp-date TO FB-USG-LOG-DATE
               MOVE ws-usg-stamp-time TO FB-USG-LOG-TIME
               MOVE "FBASOF" TO FB-USG-SOURCE
               MOVE ws-usg-seq TO FB-USG-LOG-SEQ
               MOVE "ASOF" TO FB-USG-CHANNEL
               IF ws-usage-open
                   WRITE FB-USAGE-RECORD
                       INVALID KEY
                           DISPLAY "FBASOF: USAGE WRITE FAILED - "
                               "STATUS " ws-usage-status
                           PERFORM 8520-SHOW-UNLOGGED-USAGE
                   END-WRITE
               ELSE
                   PERFORM 8520-SHOW-UNLOGGED-USAGE
               END-IF
           END-IF.

       8520-SHOW-UNLOGGED-USAGE.
           MOVE 'Y' TO ws-usage-lost
           DISPLAY "FBASOF: USAGE NOT LOGGED - DEPT '" FB-USG-DEPT
               "' " FB-USG-REJ-REASON
               " REQUESTS=" FB-USG-REQUESTS
               " HITS=" FB-USG-HITS
               " MISSES=" FB-USG-MISSES
               " NO-RUN=" FB-USG-NO-RUN
               " REJECTED=" FB-USG-REJECTED.
