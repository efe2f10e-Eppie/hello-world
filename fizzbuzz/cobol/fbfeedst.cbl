      * labels the run's own trailer carries, so the filter follows
      * whatever rule table that run actually used.  RC=8 when the
      * profile has no usable row or FB.OUTPUT.DATA has no trailer
      * (an unfinished run is never distributed) or when the run that
      * wrote it is neither certified nor forced through by
      * operations on FB.RUN.HISTORY (see FBRHIST.cpy), RC=16 when a
      * file cannot be opened.
      * Every feed cut is posted to the FB.FEED.LEDGER delivery ledger
      * (see FBFLEDG.cpy) - run id, subscriber, rows written, trailer
      * count, when, and the subscriber's agreed acknowledgement
      * hours - for fb-ackmat to match the teams' acknowledgements
      * against.  The feeds still go out when the ledger cannot be
      * opened or written, but the step ends RC=4 so the gap is seen.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-output-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-ledger-file ASSIGN TO "FBFLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-FLG-KEY
               FILE STATUS IS ws-ledger-status.

           SELECT fb-feed01-file ASSIGN TO "FBFEED01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-feed-status.
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-in-record                PIC X(177).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-ledger-file.
           COPY FBFLEDG.

       FD  fb-feed01-file
           RECORD CONTAINS 100 CHARACTERS.
       01  fb-feed01-record            PIC X(100).
               10  ws-fd-col-runid         PIC X(1).
               10  ws-fd-trailer           PIC X(1).
               10  ws-fd-count             PIC 9(9).
               10  ws-fd-ack-hours         PIC 9(3).
       01  ws-feed-idx                 PIC 9(2).
       01  ws-prof-rows-read           PIC 9(4) VALUE 0.

       01  ws-trailer-found            PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-release-flag             PIC X VALUE 'N'.
           88  ws-run-releasable           VALUE 'Y'.

       01  ws-row-fields.
           05  ws-row-seq              PIC 9(9).

       01  ws-rows-read                PIC 9(9) VALUE 0.

       01  ws-ledger-usable            PIC X VALUE 'N'.
           88  ws-ledger-open              VALUE 'Y'.
       01  ws-ledger-gaps              PIC 9(2) VALUE 0.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-prof-status              PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-feed-status              PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-ledger-status            PIC XX.

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-CHECK-RUN-CERTIFIED
           IF NOT ws-run-releasable
               DISPLAY "FBFEEDST: RUN " fb-trl-run-id " NOT CERTIFIED"
                   " FOR RELEASE - NO FEEDS WRITTEN, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-OPEN-ONE-FEED
               VARYING ws-feed-idx FROM 1 BY 1
               UNTIL ws-feed-idx > ws-feed-used
           PERFORM 3500-OPEN-LEDGER
           PERFORM 4000-DISTRIBUTE-THE-RUN
           PERFORM 8000-FINISH-ONE-FEED
               VARYING ws-feed-idx FROM 1 BY 1
               UNTIL ws-feed-idx > ws-feed-used
           IF ws-ledger-open
               CLOSE fb-ledger-file
           END-IF
           DISPLAY "FBFEEDST: " ws-rows-read " DETAIL ROW(S) CUT TO "
               ws-feed-used " FEED(S)"
           IF ws-ledger-gaps > 0
               DISPLAY "FBFEEDST: " ws-ledger-gaps " FEED(S) NOT ON "
                   "FB.FEED.LEDGER - ACKNOWLEDGEMENTS CANNOT BE "
                   "MATCHED FOR THEM"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-FEED-PROFILES.
                   MOVE FB-FDP-TRAILER
                       TO ws-fd-trailer(ws-feed-used)
                   MOVE 0 TO ws-fd-count(ws-feed-used)
                   IF FB-FDP-ACK-HOURS IS NUMERIC
                       MOVE FB-FDP-ACK-HOURS
                           TO ws-fd-ack-hours(ws-feed-used)
                   ELSE
                       MOVE 0 TO ws-fd-ack-hours(ws-feed-used)
                   END-IF
           END-EVALUATE.

       2000-READ-RUN-TRAILER.
           END-PERFORM
           CLOSE fb-output-file.

       2500-CHECK-RUN-CERTIFIED.
      *    RELEASABLE MEANS CERTIFIED BY THE THREE CHECKS OR FORCED
      *    THROUGH BY OPERATIONS (fb-certov) - ANYTHING ELSE, AND
      *    ANY DOUBT ABOUT THE REGISTRY ITSELF, HOLDS THE FEEDS.
           MOVE 'N' TO ws-release-flag
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBFEEDST: CANNOT OPEN FB.RUN.HISTORY - STATUS "
                   ws-rhist-status " - CERTIFICATION UNKNOWN"
           ELSE
               MOVE fb-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBFEEDST: RUN " fb-trl-run-id
                           " NOT ON FB.RUN.HISTORY"
                   NOT INVALID KEY
                       PERFORM 2510-JUDGE-CERTIFICATION
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       2510-JUDGE-CERTIFICATION.
           EVALUATE TRUE
               WHEN FB-RH-CERTIFIED
                   MOVE 'Y' TO ws-release-flag
               WHEN FB-RH-CERT-FORCED
                   MOVE 'Y' TO ws-release-flag
                   DISPLAY "FBFEEDST: RUN " FB-RH-RUN-ID
                       " RELEASED UNDER OVERRIDE BY " FB-RH-OVR-USER
                       " - " FB-RH-OVR-REASON
               WHEN FB-RH-CERT-FAILED
                   DISPLAY "FBFEEDST: RUN " FB-RH-RUN-ID
                       " FAILED CERTIFICATION AT " FB-RH-CERT-STEP
                       " - " FB-RH-CERT-REASON
               WHEN OTHER
                   DISPLAY "FBFEEDST: RUN " FB-RH-RUN-ID
                       " CERTIFICATION NOT COMPLETE - RECON "
                       FB-RH-CERT-RECON " TREND " FB-RH-CERT-TREND
                       " AUDIT " FB-RH-CERT-VAUDIT
           END-EVALUATE.

       3000-OPEN-ONE-FEED.
           PERFORM 6100-OPEN-FEED-FILE
           IF ws-feed-status NOT = "00"
           END-IF
           PERFORM 6200-WRITE-FEED-LINE.

       3500-OPEN-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           OPEN I-O fb-ledger-file
           IF ws-ledger-status = "35"
               OPEN OUTPUT fb-ledger-file
               CLOSE fb-ledger-file
               OPEN I-O fb-ledger-file
           END-IF
           IF ws-ledger-status = "00"
               MOVE 'Y' TO ws-ledger-usable
           ELSE
               DISPLAY "FBFEEDST: CANNOT OPEN FB.FEED.LEDGER - STATUS "
                   ws-ledger-status " - FEEDS GO OUT UNRECORDED"
           END-IF.

       4000-DISTRIBUTE-THE-RUN.
           OPEN INPUT fb-output-file
           IF ws-output-status NOT = "00"
           PERFORM 6300-CLOSE-FEED-FILE
           DISPLAY "FBFEEDST: FEED " ws-feed-idx
               " SUBSCRIBER " ws-fd-sub-id(ws-feed-idx)
               " ROWS WRITTEN " ws-fd-count(ws-feed-idx)
           IF ws-ledger-open
               PERFORM 8200-POST-LEDGER-ROW
           ELSE
               ADD 1 TO ws-ledger-gaps
           END-IF.

       8100-WRITE-FEED-TRAILER.
      *    THE TRAILER FOLLOWS THE FEED'S OWN FORMAT SO THE
               MOVE ws-fd-count(ws-feed-idx) TO ws-feed-line(8:9)
           END-IF
           PERFORM 6200-WRITE-FEED-LINE.

       8200-POST-LEDGER-ROW.
      *    A FEED ALREADY ON THE LEDGER FOR THIS RUN WAS CUT BEFORE
      *    AND IS BEING REPLACED - ITS SEND SIDE IS OVERWRITTEN AND
      *    ANY ACKNOWLEDGEMENT OF THE OLD FILE IS WITHDRAWN.
           MOVE fb-trl-run-id TO FB-FLG-RUN-ID
           MOVE ws-fd-sub-id(ws-feed-idx) TO FB-FLG-SUB-ID
           READ fb-ledger-file
               INVALID KEY
                   INITIALIZE FB-FLG-RECORD
                   MOVE fb-trl-run-id TO FB-FLG-RUN-ID
                   MOVE ws-fd-sub-id(ws-feed-idx) TO FB-FLG-SUB-ID
                   PERFORM 8210-FILL-SEND-SIDE
                   WRITE FB-FLG-RECORD
                       INVALID KEY
                           PERFORM 8220-LEDGER-WRITE-FAILED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 8210-FILL-SEND-SIDE
                   REWRITE FB-FLG-RECORD
                       INVALID KEY
                           PERFORM 8220-LEDGER-WRITE-FAILED
                   END-REWRITE
           END-READ.

       8210-FILL-SEND-SIDE.
           MOVE ws-feed-idx TO FB-FLG-FEED-NUM
           MOVE ws-fd-format(ws-feed-idx) TO FB-FLG-FORMAT
           MOVE ws-fd-filter(ws-feed-idx) TO FB-FLG-FILTER
           MOVE ws-fd-count(ws-feed-idx) TO FB-FLG-ROWS-WRITTEN
           IF ws-fd-trailer(ws-feed-idx) = 'Y'
               MOVE 'Y' TO FB-FLG-TRAILER-SENT
               MOVE ws-fd-count(ws-feed-idx) TO FB-FLG-TRAILER-COUNT
           ELSE
               MOVE 'N' TO FB-FLG-TRAILER-SENT
               MOVE 0 TO FB-FLG-TRAILER-COUNT
           END-IF
           MOVE ws-stamp-date TO FB-FLG-SENT-DATE
           MOVE ws-stamp-time TO FB-FLG-SENT-TIME
           ADD 1 TO FB-FLG-SEND-COUNT
           MOVE ws-fd-ack-hours(ws-feed-idx) TO FB-FLG-ACK-HOURS
           MOVE SPACE TO FB-FLG-ACK-STATUS
           MOVE 0 TO FB-FLG-ACK-ROWS
           MOVE 0 TO FB-FLG-ACK-DATE
           MOVE 0 TO FB-FLG-ACK-TIME.

       8220-LEDGER-WRITE-FAILED.
           DISPLAY "FBFEEDST: FB.FEED.LEDGER WRITE FAILED FOR "
               "SUBSCRIBER " ws-fd-sub-id(ws-feed-idx)
               " - STATUS " ws-ledger-status
           ADD 1 TO ws-ledger-gaps.
