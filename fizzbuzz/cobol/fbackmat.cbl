       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-ackmat.

      ******************************************************************
      * FB-ACKMAT
      * Daily match of subscriber delivery acknowledgements against
      * the FB.FEED.LEDGER delivery ledger fb-feedst posts every feed
      * cut to (see FBFLEDG.cpy).  Each team sends back one FB.FEED.ACK
      * row per feed it loaded (see FBFACK.cpy) - sub id, run id, rows
      * loaded.  Two passes:
      *   1. ACKNOWLEDGEMENTS - each row is posted onto the ledger row
      *      for its run id and sub id: MATCHED when the rows loaded
      *      equal the rows written, MISMATCH when they do not.  A row
      *      naming no feed that was sent, or that cannot be read, is
      *      listed as such.  The same acknowledgement read again on a
      *      later day (the ack file not yet emptied) is recognised and
      *      left alone.
      *   2. LEDGER - every feed cut within the look-back window is
      *      judged: a MISMATCH is listed, and a feed still without an
      *      acknowledgement is listed once it is older than the hours
      *      the subscriber agreed (FB-FDP-ACK-HOURS on its profile,
      *      carried on the ledger row) or, where no hours were agreed,
      *      the default 'D' card hours.
      * The listing on FBREPORT is the chase list for the teams
      * before their month-end close.
      * SYSIN cards (both optional):
      *   'D' + HOURS(2-4)   default acknowledgement deadline, 024
      *   'L' + DAYS(2-4)    look-back window over the ledger, 035
      * RC=0 nothing to chase, RC=4 any overdue or mismatched feed or
      * any acknowledgement that matched nothing, RC=16 when the
      * ledger or the report cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-ack-file ASSIGN TO "FBFACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ack-status.

      *    DYNAMIC - THE ACKNOWLEDGEMENTS ARE KEYED UPDATES, THE
      *    LEDGER JUDGEMENT IS A BROWSE.
           SELECT fb-ledger-file ASSIGN TO "FBFLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-FLG-KEY
               FILE STATUS IS ws-ledger-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-amc-card.
           05  fb-amc-type             PIC X(1).
               88  fb-amc-is-deadline      VALUE 'D'.
               88  fb-amc-is-lookback      VALUE 'L'.
           05  fb-amc-number           PIC 9(3).
           05  FILLER                  PIC X(76).

       FD  fb-ack-file
           RECORD CONTAINS 80 CHARACTERS.
           COPY FBFACK.

       FD  fb-ledger-file.
           COPY FBFLEDG.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

       01  ws-default-hours            PIC 9(3) VALUE 24.
       01  ws-lookback-days            PIC 9(3) VALUE 35.

       01  ws-counters.
           05  ws-acks-read            PIC 9(9) VALUE 0.
           05  ws-acks-posted          PIC 9(9) VALUE 0.
           05  ws-acks-repeated        PIC 9(9) VALUE 0.
           05  ws-acks-unmatched       PIC 9(9) VALUE 0.
           05  ws-acks-unreadable      PIC 9(9) VALUE 0.
           05  ws-ledger-rows          PIC 9(9) VALUE 0.
           05  ws-beyond-lookback      PIC 9(9) VALUE 0.
           05  ws-feeds-matched        PIC 9(9) VALUE 0.
           05  ws-feeds-mismatched     PIC 9(9) VALUE 0.
           05  ws-feeds-awaiting       PIC 9(9) VALUE 0.
           05  ws-feeds-overdue        PIC 9(9) VALUE 0.

      *    AGE ARITHMETIC IN WHOLE MINUTES, AS IN fb-runmon.
       01  ws-age-minutes              PIC S9(9) COMP.
       01  ws-due-minutes              PIC S9(9) COMP.
       01  ws-sent-day                 PIC S9(9) COMP.
       01  ws-now-day                  PIC S9(9) COMP.
       01  ws-due-hours                PIC 9(3).
       01  ws-sent-time                PIC 9(6).
       01  ws-sent-parts REDEFINES ws-sent-time.
           05  ws-sn-hh                PIC 9(2).
           05  ws-sn-mm                PIC 9(2).
           05  ws-sn-ss                PIC 9(2).

       01  ws-ack-eof                  PIC X VALUE 'N'.
           88  ws-acks-done                VALUE 'Y'.
       01  ws-ledger-eof               PIC X VALUE 'N'.
           88  ws-ledger-done              VALUE 'Y'.

       01  ws-heading-1.
           05  FILLER                  PIC X(44)
               VALUE "FB FEED DELIVERY ACKNOWLEDGEMENT CHASE LIST".
           05  FILLER                  PIC X(64) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-2.
           05  FILLER                  PIC X(16) VALUE "RUN ID".
           05  FILLER                  PIC X(10) VALUE "SUB ID".
           05  FILLER                  PIC X(6)  VALUE "FEED".
           05  FILLER                  PIC X(17) VALUE "SENT".
           05  FILLER                  PIC X(5)  VALUE "DUE".
           05  FILLER                  PIC X(7)  VALUE "AGE".
           05  FILLER                  PIC X(11) VALUE "ROWS SENT".
           05  FILLER                  PIC X(11) VALUE "TRAILER".
           05  FILLER                  PIC X(11) VALUE "ACK ROWS".
           05  FILLER                  PIC X(38) VALUE "ISSUE".

       01  ws-detail-line.
           05  ws-dt-run-id            PIC 9(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-sub-id            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-feed              PIC 9(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-dt-sent-date         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-sent-time         PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-due               PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-age               PIC Z(4)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-rows              PIC Z(8)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-trailer           PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-ack-rows          PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-issue             PIC X(38).

       01  ws-count-line.
           05  ws-ct-text              PIC X(44).
           05  ws-ct-count             PIC Z(8)9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  ws-num-ed                   PIC Z(8)9.
       01  ws-text-line                PIC X(132).

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time.
               10  ws-st-hh            PIC 9(2).
               10  ws-st-mm            PIC 9(2).
               10  ws-st-ss            PIC 9(2).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-ack-status               PIC XX.
       01  ws-ledger-status            PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           COMPUTE ws-now-day = FUNCTION INTEGER-OF-DATE(ws-stamp-date)
           PERFORM 1000-READ-CONTROL-CARDS
           OPEN OUTPUT fb-report-file
           PERFORM 0100-CHECK-REPORT-OPEN
           PERFORM 0300-WRITE-HEADINGS
           OPEN I-O fb-ledger-file
           IF ws-ledger-status NOT = "00"
               DISPLAY "FBACKMAT: CANNOT OPEN FB.FEED.LEDGER - "
                   "STATUS " ws-ledger-status " - JOB ABENDING"
               MOVE "FB.FEED.LEDGER COULD NOT BE OPENED"
                   TO fb-report-line
               WRITE fb-report-line
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-APPLY-ACKNOWLEDGEMENTS
           PERFORM 3000-JUDGE-LEDGER
           CLOSE fb-ledger-file
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBACKMAT: ACKS=" ws-acks-read
               " POSTED=" ws-acks-posted
               " UNMATCHED=" ws-acks-unmatched
               " OVERDUE=" ws-feeds-overdue
               " MISMATCHED=" ws-feeds-mismatched
           IF ws-feeds-overdue > 0
               OR ws-feeds-mismatched > 0
               OR ws-acks-unmatched > 0
               OR ws-acks-unreadable > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBACKMAT: OPEN FAILED ON REPORT FILE - "
                   "STATUS " ws-report-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-WRITE-HEADINGS.
           MOVE ws-stamp-date TO ws-hd-date
           MOVE ws-stamp-time TO ws-hd-time
           MOVE ws-heading-1 TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO ws-text-line
           STRING "DEFAULT DEADLINE " DELIMITED SIZE
               ws-default-hours DELIMITED SIZE
               " HOURS AFTER THE FEED IS CUT, LOOK-BACK "
                   DELIMITED SIZE
               ws-lookback-days DELIMITED SIZE
               " DAYS" DELIMITED SIZE
               INTO ws-text-line
           END-STRING
           MOVE ws-text-line TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-heading-2 TO fb-report-line
           WRITE fb-report-line.

       1000-READ-CONTROL-CARDS.
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status NOT = "00"
               DISPLAY "FBACKMAT: NO SYSIN CARDS - DEFAULTS USED"
           ELSE
               PERFORM UNTIL ws-sysin-status NOT = "00"
                   READ fb-sysin-file
                       AT END
                           MOVE "10" TO ws-sysin-status
                       NOT AT END
                           PERFORM 1100-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE fb-sysin-file
           END-IF.

       1100-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN fb-amc-number IS NOT NUMERIC
                   OR fb-amc-number = 0
                   DISPLAY "FBACKMAT: CARD " fb-amc-card(1:4)
                       " NEEDS A NON-ZERO 3-DIGIT NUMBER - IGNORED"
               WHEN fb-amc-is-deadline
                   MOVE fb-amc-number TO ws-default-hours
               WHEN fb-amc-is-lookback
                   MOVE fb-amc-number TO ws-lookback-days
               WHEN OTHER
                   DISPLAY "FBACKMAT: UNRECOGNIZED CARD TYPE "
                       fb-amc-type
           END-EVALUATE.

       2000-APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT fb-ack-file
           IF ws-ack-status NOT = "00"
               DISPLAY "FBACKMAT: NO FB.FEED.ACK FILE - STATUS "
                   ws-ack-status " - NO ACKNOWLEDGEMENTS POSTED"
           ELSE
               PERFORM UNTIL ws-acks-done
                   READ fb-ack-file
                       AT END
                           MOVE 'Y' TO ws-ack-eof
                       NOT AT END
                           PERFORM 2100-POST-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE fb-ack-file
           END-IF.

       2100-POST-ONE-ACK.
           ADD 1 TO ws-acks-read
           IF FB-FAK-SUB-ID = SPACES
               OR FB-FAK-RUN-ID IS NOT NUMERIC
               OR FB-FAK-ROWS-LOADED IS NOT NUMERIC
               ADD 1 TO ws-acks-unreadable
               MOVE ws-acks-read TO ws-num-ed
               MOVE SPACES TO ws-text-line
               STRING "ACKNOWLEDGEMENT RECORD " DELIMITED SIZE
                   FUNCTION TRIM(ws-num-ed) DELIMITED SIZE
                   " UNREADABLE: " DELIMITED SIZE
                   FB-FAK-RECORD DELIMITED SIZE
                   INTO ws-text-line
               END-STRING
               PERFORM 7000-PRINT-TEXT-LINE
           ELSE
               MOVE FB-FAK-RUN-ID TO FB-FLG-RUN-ID
               MOVE FB-FAK-SUB-ID TO FB-FLG-SUB-ID
               READ fb-ledger-file KEY IS FB-FLG-KEY
                   INVALID KEY
                       PERFORM 2300-REPORT-UNMATCHED-ACK
                   NOT INVALID KEY
                       PERFORM 2200-POST-TO-LEDGER
               END-READ
           END-IF.

       2200-POST-TO-LEDGER.
      *    AN ACKNOWLEDGEMENT ALREADY ON THE ROW WITH THE SAME COUNT
      *    IS THE SAME RECORD READ AGAIN - NOT A SECOND LOAD.
           IF NOT FB-FLG-ACK-PENDING
               AND FB-FLG-ACK-ROWS = FB-FAK-ROWS-LOADED
               ADD 1 TO ws-acks-repeated
           ELSE
               MOVE FB-FAK-ROWS-LOADED TO FB-FLG-ACK-ROWS
               MOVE ws-stamp-date TO FB-FLG-ACK-DATE
               MOVE ws-stamp-time TO FB-FLG-ACK-TIME
               ADD 1 TO FB-FLG-ACK-COUNT
               IF FB-FLG-ACK-ROWS = FB-FLG-ROWS-WRITTEN
                   MOVE 'A' TO FB-FLG-ACK-STATUS
               ELSE
                   MOVE 'M' TO FB-FLG-ACK-STATUS
               END-IF
               REWRITE FB-FLG-RECORD
                   INVALID KEY
                       DISPLAY "FBACKMAT: REWRITE FAILED FOR RUN "
                           FB-FLG-RUN-ID " SUBSCRIBER " FB-FLG-SUB-ID
                           " - STATUS " ws-ledger-status
                   NOT INVALID KEY
                       ADD 1 TO ws-acks-posted
               END-REWRITE
           END-IF.

       2300-REPORT-UNMATCHED-ACK.
           ADD 1 TO ws-acks-unmatched
           MOVE FB-FAK-ROWS-LOADED TO ws-num-ed
           MOVE SPACES TO ws-text-line
           STRING "ACKNOWLEDGEMENT FROM " DELIMITED SIZE
               FB-FAK-SUB-ID DELIMITED SIZE
               " FOR RUN " DELIMITED SIZE
               FB-FAK-RUN-ID DELIMITED SIZE
               " (" DELIMITED SIZE
               FUNCTION TRIM(ws-num-ed) DELIMITED SIZE
               " ROWS) MATCHES NO FEED ON FB.FEED.LEDGER"
                   DELIMITED SIZE
               INTO ws-text-line
           END-STRING
           PERFORM 7000-PRINT-TEXT-LINE.

       3000-JUDGE-LEDGER.
           MOVE LOW-VALUES TO FB-FLG-KEY
           START fb-ledger-file KEY IS NOT LESS THAN FB-FLG-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-ledger-eof
           END-START
           PERFORM UNTIL ws-ledger-done
               READ fb-ledger-file NEXT
                   AT END
                       MOVE 'Y' TO ws-ledger-eof
                   NOT AT END
                       PERFORM 3100-JUDGE-ONE-FEED
               END-READ
           END-PERFORM.

       3100-JUDGE-ONE-FEED.
           ADD 1 TO ws-ledger-rows
           COMPUTE ws-sent-day =
               FUNCTION INTEGER-OF-DATE(FB-FLG-SENT-DATE)
           MOVE FB-FLG-SENT-TIME TO ws-sent-time
           COMPUTE ws-age-minutes =
               (ws-now-day - ws-sent-day) * 1440
               + (ws-st-hh * 60 + ws-st-mm)
               - (ws-sn-hh * 60 + ws-sn-mm)
           IF FB-FLG-ACK-HOURS > 0
               MOVE FB-FLG-ACK-HOURS TO ws-due-hours
           ELSE
               MOVE ws-default-hours TO ws-due-hours
           END-IF
           COMPUTE ws-due-minutes = ws-due-hours * 60
           EVALUATE TRUE
               WHEN ws-now-day - ws-sent-day > ws-lookback-days
                   ADD 1 TO ws-beyond-lookback
               WHEN FB-FLG-ACK-MATCHED
                   ADD 1 TO ws-feeds-matched
               WHEN FB-FLG-ACK-MISMATCH
                   ADD 1 TO ws-feeds-mismatched
                   MOVE "ACK ROWS DIFFER FROM ROWS SENT"
                       TO ws-dt-issue
                   PERFORM 6000-PRINT-FEED
               WHEN ws-age-minutes > ws-due-minutes
                   ADD 1 TO ws-feeds-overdue
                   MOVE "NO ACKNOWLEDGEMENT - PAST DEADLINE"
                       TO ws-dt-issue
                   PERFORM 6000-PRINT-FEED
               WHEN OTHER
                   ADD 1 TO ws-feeds-awaiting
           END-EVALUATE.

       6000-PRINT-FEED.
           MOVE FB-FLG-RUN-ID TO ws-dt-run-id
           MOVE FB-FLG-SUB-ID TO ws-dt-sub-id
           MOVE FB-FLG-FEED-NUM TO ws-dt-feed
           MOVE FB-FLG-SENT-DATE TO ws-dt-sent-date
           MOVE FB-FLG-SENT-TIME TO ws-dt-sent-time
           MOVE ws-due-hours TO ws-dt-due
           COMPUTE ws-dt-age = ws-age-minutes / 60
           MOVE FB-FLG-ROWS-WRITTEN TO ws-dt-rows
           IF FB-FLG-HAS-TRAILER
               MOVE FB-FLG-TRAILER-COUNT TO ws-num-ed
               MOVE ws-num-ed TO ws-dt-trailer
           ELSE
               MOVE "     NONE" TO ws-dt-trailer
           END-IF
           IF FB-FLG-ACK-PENDING
               MOVE SPACES TO ws-dt-ack-rows
           ELSE
               MOVE FB-FLG-ACK-ROWS TO ws-num-ed
               MOVE ws-num-ed TO ws-dt-ack-rows
           END-IF
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

       7000-PRINT-TEXT-LINE.
           MOVE ws-text-line TO fb-report-line
           WRITE fb-report-line.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "ACKNOWLEDGEMENTS READ:" TO ws-ct-text
           MOVE ws-acks-read TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  POSTED TO THE LEDGER:" TO ws-ct-text
           MOVE ws-acks-posted TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  ALREADY POSTED ON AN EARLIER DAY:" TO ws-ct-text
           MOVE ws-acks-repeated TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  MATCHING NO FEED SENT:" TO ws-ct-text
           MOVE ws-acks-unmatched TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  UNREADABLE:" TO ws-ct-text
           MOVE ws-acks-unreadable TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "FEEDS ON THE LEDGER:" TO ws-ct-text
           MOVE ws-ledger-rows TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  OLDER THAN THE LOOK-BACK (NOT JUDGED):"
               TO ws-ct-text
           MOVE ws-beyond-lookback TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  ACKNOWLEDGED, COUNT MATCHED:" TO ws-ct-text
           MOVE ws-feeds-matched TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  ACKNOWLEDGED, COUNT MISMATCHED:" TO ws-ct-text
           MOVE ws-feeds-mismatched TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  AWAITING ACK, WITHIN DEADLINE:" TO ws-ct-text
           MOVE ws-feeds-awaiting TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  NO ACK, PAST DEADLINE:" TO ws-ct-text
           MOVE ws-feeds-overdue TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line.
