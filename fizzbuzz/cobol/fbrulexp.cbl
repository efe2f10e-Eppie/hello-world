       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-rulexp.

      ******************************************************************
      * FB-RULEXP
      * Nightly expiry sweep over the maker-checker queue
      * FB.RULES.PENDING (see FBRPEND.cpy).  A queued add or change
      * whose keyed EFF-FROM date has arrived (today or earlier)
      * while it still waited for a checker can no longer take
      * effect on the day the maker asked for - the sweep runs ahead
      * of that day's fizz-buzz run - and approving it late would
      * silently back-date the rule, so it is closed with status 'X'
      * (expired) and the maker has to enter it again with a new
      * date.  Changes with
      * no keyed EFF-FROM (open-ended adds, deactivates, a change
      * keeping the master's window) have no date to miss and stay
      * pending until a checker decides them.  fb-rulapv applies the
      * SAME test when a checker tries to approve, so the screen and
      * this sweep can never disagree about what has expired.
      * The FBREPORT listing shows every row expired tonight and
      * every row still pending, so the checkers see their backlog.
      * RC=0 nothing expired, RC=4 when any change was expired (so
      * the schedule can route the report to the makers), RC=16 when
      * a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-pend-file ASSIGN TO "FBRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-PND-KEY
               FILE STATUS IS ws-pend-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-pend-file.
           COPY FBRPEND.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

       01  ws-run-date                 PIC 9(8).

       01  ws-counters.
           05  ws-rows-read            PIC 9(9) VALUE 0.
           05  ws-rows-expired         PIC 9(9) VALUE 0.
           05  ws-rows-still-pending   PIC 9(9) VALUE 0.

       01  ws-heading-1.
           05  FILLER                  PIC X(36)
               VALUE "FB RULES PENDING-CHANGE EXPIRY SWEEP".
           05  FILLER                  PIC X(72) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-2.
           05  FILLER                  PIC X(6)  VALUE "DIV".
           05  FILLER                  PIC X(10) VALUE "RULE SET".
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(11) VALUE "LABEL".
           05  FILLER                  PIC X(10) VALUE "EFF FROM".
           05  FILLER                  PIC X(10) VALUE "EFF TO".
           05  FILLER                  PIC X(10) VALUE "MAKER".
           05  FILLER                  PIC X(17) VALUE "ENTERED".
           05  FILLER                  PIC X(5)  VALUE "SRC".
           05  FILLER                  PIC X(10) VALUE "RESULT".
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  ws-detail-line.
           05  ws-dt-divisor           PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-set-id            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-action            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-label             PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-eff-from          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-eff-to            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-maker             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-ent-date          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-ent-time          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-source            PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-dt-result            PIC X(10).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-pend-status              PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE ws-stamp-date TO ws-run-date
           OPEN OUTPUT fb-report-file
           PERFORM 0100-CHECK-REPORT-OPEN
           PERFORM 2000-WRITE-HEADINGS
           OPEN I-O fb-pend-file
           IF ws-pend-status NOT = "00"
               DISPLAY "FBRULEXP: CANNOT OPEN FB.RULES.PENDING - "
                   "STATUS " ws-pend-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-pend-status NOT = "00"
               READ fb-pend-file NEXT
                   AT END
                       MOVE "10" TO ws-pend-status
                   NOT AT END
                       PERFORM 3000-PROCESS-PENDING-ROW
               END-READ
           END-PERFORM
           CLOSE fb-pend-file
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBRULEXP: READ=" ws-rows-read
               " EXPIRED=" ws-rows-expired
               " STILL-PENDING=" ws-rows-still-pending
           IF ws-rows-expired > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBRULEXP: OPEN FAILED ON REPORT FILE - "
                   "STATUS " ws-report-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-WRITE-HEADINGS.
           MOVE ws-stamp-date TO ws-hd-date
           MOVE ws-stamp-time TO ws-hd-time
           MOVE ws-heading-1 TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-heading-2 TO fb-report-line
           WRITE fb-report-line.

       3000-PROCESS-PENDING-ROW.
           ADD 1 TO ws-rows-read
           IF FB-PND-IS-PENDING
      *        SAME TEST AS fb-rulapv'S 3100-DECIDE-PENDING - ONLY A
      *        KEYED, NONZERO EFF-FROM THAT IS TODAY OR EARLIER.
               IF FB-PND-FROM-ENTERED
                   AND FB-PND-EFF-FROM > 0
                   AND FB-PND-EFF-FROM NOT > ws-run-date
                   PERFORM 3100-EXPIRE-ROW
               ELSE
                   ADD 1 TO ws-rows-still-pending
                   MOVE "PENDING" TO ws-dt-result
                   PERFORM 7000-REPORT-ROW
               END-IF
           END-IF.

       3100-EXPIRE-ROW.
           MOVE 'X' TO FB-PND-STATUS
           MOVE "EFF FROM DUE BEFORE APPROVAL" TO FB-PND-REASON
           MOVE "FBRULEXP" TO FB-PND-CHK-USER
           MOVE "BTCH" TO FB-PND-CHK-TERM
           MOVE ws-stamp-date TO FB-PND-DEC-DATE
           MOVE ws-stamp-time TO FB-PND-DEC-TIME
           REWRITE FB-PENDING-RECORD
               INVALID KEY
                   DISPLAY "FBRULEXP: REWRITE FAILED FOR DIVISOR "
                       FB-PND-DIVISOR " - STATUS " ws-pend-status
           END-REWRITE
           IF ws-pend-status = "00"
               ADD 1 TO ws-rows-expired
               MOVE "EXPIRED" TO ws-dt-result
           ELSE
               MOVE "NOT CLOSED" TO ws-dt-result
      *        KEEP THE READ LOOP GOING PAST A FAILED REWRITE.
               MOVE "00" TO ws-pend-status
           END-IF
           PERFORM 7000-REPORT-ROW.

       7000-REPORT-ROW.
           MOVE FB-PND-DIVISOR TO ws-dt-divisor
           MOVE FB-PND-SET-ID TO ws-dt-set-id
           EVALUATE TRUE
               WHEN FB-PND-IS-ADD
                   MOVE "ADD" TO ws-dt-action
               WHEN FB-PND-IS-CHANGE
                   MOVE "CHANGE" TO ws-dt-action
               WHEN FB-PND-IS-DEACTIVATE
                   MOVE "DEACT" TO ws-dt-action
               WHEN OTHER
                   MOVE FB-PND-ACTION TO ws-dt-action
           END-EVALUATE
           MOVE FB-PND-LABEL TO ws-dt-label
           IF FB-PND-FROM-ENTERED
               MOVE FB-PND-EFF-FROM TO ws-dt-eff-from
           ELSE
               MOVE SPACES TO ws-dt-eff-from
           END-IF
           IF FB-PND-TO-ENTERED
               MOVE FB-PND-EFF-TO TO ws-dt-eff-to
           ELSE
               MOVE SPACES TO ws-dt-eff-to
           END-IF
           MOVE FB-PND-MAKER-USER TO ws-dt-maker
           MOVE FB-PND-ENT-DATE TO ws-dt-ent-date
           MOVE FB-PND-ENT-TIME TO ws-dt-ent-time
           MOVE FB-PND-SOURCE TO ws-dt-source
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           STRING "QUEUE ROWS READ " DELIMITED SIZE
               ws-rows-read DELIMITED SIZE
               "  EXPIRED TONIGHT " DELIMITED SIZE
               ws-rows-expired DELIMITED SIZE
               "  STILL PENDING " DELIMITED SIZE
               ws-rows-still-pending DELIMITED SIZE
               INTO fb-report-line
           END-STRING
           WRITE fb-report-line.
