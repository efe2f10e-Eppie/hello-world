      *                                one per run
      *   'N' + LOW(2-10) + HIGH(11-19) optional NUM range; omit the
      *                                card to take the whole file
      *   'D' + DEPARTMENT(2-9)        the requesting department -
      *                                required, one per run
      * The query STARTs the cross-reference at LABEL+LOW and reads
      * forward while the label still matches and the NUM is inside
      * the range - a keyed browse, not a scan - and writes one
      * response record per matching NUM (see FBXQRSP.cpy) closed by
      * a TRAILER with the match count, the fb-lkup balancing
      * convention.  A label with no matches is an empty response
      * with a zero-count trailer, never an abend.
      * The department is judged against FB.DEPT.MASTER (FBDEPT.cpy)
      * before anything is queried.  A missing, unknown or inactive
      * department gets a response file holding only the trailer,
      * carrying the response code DMIS/DUNK/DINA, and the query is
      * not run.  Either way one FB.USAGE.LOG row (FBUSAGE.cpy)
      * records the query for the fb-chgbk chargeback statement: a
      * hit when it matched anything, a miss when it matched nothing,
      * a no-run answer when FB.VSAM.XREF holds no run at all, or a
      * rejection.  RC=8 when no valid 'L' card was supplied
      * (nothing queried or logged) or the department was rejected,
      * RC=4 when the usage row could not be logged (its counts are
      * then on SYSOUT), RC=16 when a file cannot be opened.
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
       FD  fb-sysin-file
           05  fb-xqc-type             PIC X(1).
               88  fb-xqc-is-label         VALUE 'L'.
               88  fb-xqc-is-range         VALUE 'N'.
               88  fb-xqc-is-dept          VALUE 'D'.
           05  fb-xqc-label            PIC X(45).
           05  FILLER                  PIC X(34).
       01  fb-xqc-range-card REDEFINES fb-xqc-card.
           05  fb-xqc-low              PIC 9(9).
           05  fb-xqc-high             PIC 9(9).
           05  FILLER                  PIC X(61).
       01  fb-xqc-dept-card REDEFINES fb-xqc-card.
           05  FILLER                  PIC X(1).
           05  fb-xqc-dept             PIC X(8).
           05  FILLER                  PIC X(71).

       FD  fb-xref-file.
           COPY FBXREF.
           RECORD CONTAINS 80 CHARACTERS.
           COPY FBXQRSP.

       FD  fb-dept-file.
           COPY FBDEPT.

       FD  fb-usage-file.
           COPY FBUSAGE.

       WORKING-STORAGE SECTION.

       01  ws-query-label              PIC X(45).
           88  ws-has-label                VALUE 'Y'.
       01  ws-query-low                PIC 9(9) VALUE 0.
       01  ws-query-high               PIC 9(9) VALUE 999999999.
       01  ws-query-dept               PIC X(8) VALUE SPACES.
      *    SPACES WHEN THE DEPARTMENT IS ACCEPTED, ELSE THE REJECT
      *    RESPONSE CODE (SEE FBDEPT.CPY).
       01  ws-dept-verdict             PIC X(4) VALUE SPACES.
           88  ws-dept-accepted            VALUE SPACES.

       01  ws-match-count              PIC 9(9) VALUE 0.
       01  ws-browse-done              PIC X VALUE 'N'.
       01  ws-sysin-status             PIC XX.
       01  ws-xref-status              PIC XX.
       01  ws-resp-status              PIC XX.
       01  ws-dept-status              PIC XX.

      *    FB.USAGE.LOG IS OPENED LIKE fb-lkup OPENS IT - A ROW THAT
      *    CANNOT BE WRITTEN GOES TO SYSOUT WITH ITS COUNTS.
       01  ws-usage-status             PIC XX.
       01  ws-usage-lost               PIC X VALUE 'N'.
           88  ws-usage-not-logged         VALUE 'Y'.
       01  ws-usg-stamp.
           05  ws-usg-stamp-date       PIC 9(8).
           05  ws-usg-stamp-time       PIC 9(8).
           05  FILLER                  PIC X(5).

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CHECK-DEPARTMENT
           IF NOT ws-dept-accepted
               PERFORM 2100-REJECT-QUERY
               DISPLAY "FBXQRY: DEPARTMENT '" ws-query-dept
                   "' REJECTED " ws-dept-verdict
                   " - NOTHING QUERIED, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-xref-file
           IF ws-xref-status NOT = "00"
               DISPLAY "FBXQRY: CANNOT OPEN FB.VSAM.XREF - STATUS "
           END-IF
           PERFORM 3000-BROWSE-BY-LABEL
           PERFORM 8000-WRITE-TRAILER
           PERFORM 8500-LOG-QUERY-USAGE
           CLOSE fb-xref-file
           CLOSE fb-resp-file
           DISPLAY "FBXQRY: LABEL " FUNCTION TRIM(ws-query-label)
               " RANGE " ws-query-low "-" ws-query-high
               " MATCHES=" ws-match-count
               " DEPT " ws-query-dept
           IF ws-usage-not-logged
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-REQUEST-CARDS.
                       DISPLAY "FBXQRY: BAD RANGE CARD - IGNORED, "
                           "WHOLE FILE TAKEN"
                   END-IF
               WHEN fb-xqc-is-dept
                   MOVE fb-xqc-dept TO ws-query-dept
               WHEN OTHER
                   DISPLAY "FBXQRY: UNRECOGNIZED CARD TYPE "
                       fb-xqc-type
           END-EVALUATE.

       2000-CHECK-DEPARTMENT.
      *    NO REQUEST IS ANSWERED UNCHECKED - A MASTER THAT CANNOT BE
      *    OPENED STOPS THE JOB.
           MOVE SPACES TO ws-dept-verdict
           IF ws-query-dept = SPACES
               MOVE "DMIS" TO ws-dept-verdict
           ELSE
               OPEN INPUT fb-dept-file
               IF ws-dept-status NOT = "00"
                   DISPLAY "FBXQRY: OPEN FAILED ON FB.DEPT.MASTER - "
                       "STATUS " ws-dept-status " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-query-dept TO FB-DPT-CODE
               READ fb-dept-file
                   INVALID KEY
                       MOVE "DUNK" TO ws-dept-verdict
                   NOT INVALID KEY
                       IF NOT FB-DPT-IS-ACTIVE
                           MOVE "DINA" TO ws-dept-verdict
                       END-IF
               END-READ
               CLOSE fb-dept-file
           END-IF.

       2100-REJECT-QUERY.
      *    THE REQUESTING SIDE GETS A RESPONSE FILE IT CAN READ THE
      *    REJECTION FROM - THE TRAILER ALONE, ZERO COUNT.
           OPEN OUTPUT fb-resp-file
           IF ws-resp-status NOT = "00"
               DISPLAY "FBXQRY: OPEN FAILED ON RESPONSE FILE - "
                   "STATUS " ws-resp-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-WRITE-TRAILER
           CLOSE fb-resp-file
           PERFORM 8500-LOG-QUERY-USAGE.

       3000-BROWSE-BY-LABEL.
      *    THE KEY LEADS WITH THE LABEL, SO EVERY ROW FOR ONE LABEL
      *    IS CONTIGUOUS AND ASCENDING BY NUM - START AT LABEL+LOW
           WRITE FB-XQR-RECORD
           ADD 1 TO ws-match-count.

       3500-CHECK-XREF-LOADED.
      *    A QUERY THAT MATCHED NOTHING IS A NO-RUN ANSWER, NOT A
      *    MISS, WHEN THE CROSS-REFERENCE HOLDS NO ROWS AT ALL.
           MOVE LOW-VALUES TO FB-XRF-KEY
           START fb-xref-file KEY >= FB-XRF-KEY
               INVALID KEY
                   MOVE 1 TO FB-USG-NO-RUN
               NOT INVALID KEY
                   READ fb-xref-file NEXT
                       AT END
                           MOVE 1 TO FB-USG-NO-RUN
                       NOT AT END
                           MOVE 1 TO FB-USG-MISSES
                   END-READ
           END-START.

       8000-WRITE-TRAILER.
      *    MOVE SPACES RATHER THAN INITIALIZE - THE TRAILER SHARES
      *    THE FD RECORD AREA WITH THE DETAIL 01 (SEE fb-lkup'S
           MOVE SPACES TO FB-XQR-TRAILER
           MOVE "TRAILER" TO FB-XQR-TRL-ID
           MOVE ws-match-count TO FB-XQR-TRL-COUNT
           MOVE ws-dept-verdict TO FB-XQR-TRL-REJ-REASON
           WRITE FB-XQR-TRAILER.

       8500-LOG-QUERY-USAGE.
      *    ONE ROW PER QUERY - A QUERY IS ONE REQUEST HOWEVER MANY
      *    NUMS IT RETURNS.
           MOVE SPACES TO FB-USAGE-RECORD
           MOVE FUNCTION CURRENT-DATE TO ws-usg-stamp
           MOVE ws-usg-stamp-date TO FB-USG-LOG-DATE
           MOVE ws-usg-stamp-time TO FB-USG-LOG-TIME
           MOVE "FBXQRY" TO FB-USG-SOURCE
           MOVE 1 TO FB-USG-LOG-SEQ
           MOVE "XQRY" TO FB-USG-CHANNEL
           MOVE ws-query-dept TO FB-USG-DEPT
           MOVE ws-dept-verdict TO FB-USG-REJ-REASON
           MOVE 1 TO FB-USG-REQUESTS
           MOVE 0 TO FB-USG-HITS
           MOVE 0 TO FB-USG-MISSES
           MOVE 0 TO FB-USG-NO-RUN
           MOVE 0 TO FB-USG-REJECTED
           EVALUATE TRUE
               WHEN NOT ws-dept-accepted
                   MOVE 1 TO FB-USG-REJECTED
               WHEN ws-match-count > 0
                   MOVE 1 TO FB-USG-HITS
               WHEN OTHER
                   PERFORM 3500-CHECK-XREF-LOADED
           END-EVALUATE
           OPEN I-O fb-usage-file
           IF ws-usage-status = "35"
               OPEN OUTPUT fb-usage-file
               CLOSE fb-usage-file
               OPEN I-O fb-usage-file
           END-IF
           IF ws-usage-status = "00"
               WRITE FB-USAGE-RECORD
                   INVALID KEY
                       DISPLAY "FBXQRY: USAGE WRITE FAILED - STATUS "
                           ws-usage-status
                       PERFORM 8510-SHOW-UNLOGGED-USAGE
               END-WRITE
               CLOSE fb-usage-file
           ELSE
               DISPLAY "FBXQRY: CANNOT OPEN FB.USAGE.LOG - "
                   "STATUS " ws-usage-status
               PERFORM 8510-SHOW-UNLOGGED-USAGE
           END-IF.

       8510-SHOW-UNLOGGED-USAGE.
           MOVE 'Y' TO ws-usage-lost
           DISPLAY "FBXQRY: USAGE NOT LOGGED - DEPT '" FB-USG-DEPT
               "' " FB-USG-REJ-REASON
               " REQUESTS=" FB-USG-REQUESTS
               " HITS=" FB-USG-HITS
               " MISSES=" FB-USG-MISSES
               " NO-RUN=" FB-USG-NO-RUN
               " REJECTED=" FB-USG-REJECTED.
