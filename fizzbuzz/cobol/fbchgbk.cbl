       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-chgbk.

      ******************************************************************
      * FB-CHGBK
      * Monthly lookup-channel chargeback statement for finance.
      * Every request another department puts to fb-lkup, fb-xqry,
      * fb-asof or the FBIQ inquiry is logged on FB.USAGE.LOG (see
      * FBUSAGE.cpy) against the department code the request
      * carried; this program browses the statement month's rows,
      * totals each department's hits, misses and no-run answers by
      * channel, and charges them at the FB.CHARGE.RATES rates (see
      * FBCRATE.cpy) in effect for the month - for each channel the
      * row with the latest effective month on or before it.
      * The report prints:
      *   - the rates used, one line per channel; a channel with no
      *     rate row for the month is listed as such and its usage is
      *     shown but not charged,
      *   - one statement per department, in department code order,
      *     named from FB.DEPT.MASTER (see FBDEPT.cpy): a line per
      *     channel used and the department's total charge.  A
      *     department made inactive since is still charged for the
      *     month's accepted requests,
      *   - all departments totalled by channel, with the month's
      *     total charge,
      *   - the requests rejected for a missing, unknown or inactive
      *     department code, by code given, response code and channel
      *     - never charged, listed so the requesting teams can be
      *     chased for their codes.
      * SYSIN card (optional):
      *   'M' + YYYYMM(2-7)    statement month, default the last month
      * RC=0 statement complete, RC=4 usage on a channel with no
      * rate for the month (not charged) or usage rows with an
      * unknown channel (skipped), RC=8 a bad card or more
      * departments than the statement table holds (nothing
      * reported), RC=16 a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

      *    DYNAMIC SO THE BROWSE CAN START AT THE FIRST DAY OF THE
      *    STATEMENT MONTH INSTEAD OF THE BEGINNING OF THE LOG.
           SELECT fb-usage-file ASSIGN TO "FBUSAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-USG-KEY
               FILE STATUS IS ws-usage-status.

           SELECT fb-rate-file ASSIGN TO "FBCRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-CRT-KEY
               FILE STATUS IS ws-rate-status.

           SELECT fb-dept-file ASSIGN TO "FBDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-DPT-CODE
               FILE STATUS IS ws-dept-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-cbc-card.
           05  fb-cbc-type             PIC X(1).
               88  fb-cbc-is-month         VALUE 'M'.
           05  fb-cbc-month            PIC X(6).
           05  FILLER                  PIC X(73).

       FD  fb-usage-file.
           COPY FBUSAGE.

       FD  fb-rate-file.
           COPY FBCRATE.

       FD  fb-dept-file.
           COPY FBDEPT.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

      *    ONE ENTRY PER CHANNEL IN THE ORDER LKUP, XQRY, ASOF, FBIQ:
      *    THE RATE ROW IN EFFECT FOR THE MONTH AND THE MONTH'S TOTALS
      *    OVER ALL DEPARTMENTS.
       01  ws-channel-table.
           05  ws-ch-entry OCCURS 4 TIMES.
               10  ws-ch-code          PIC X(4).
               10  ws-ch-rate-flag     PIC X(1).
                   88  ws-ch-has-rate      VALUE 'Y'.
               10  ws-ch-eff-month     PIC 9(6).
               10  ws-ch-desc          PIC X(30).
               10  ws-ch-hit-rate      PIC 9(3)V9(4).
               10  ws-ch-miss-rate     PIC 9(3)V9(4).
               10  ws-ch-no-run-rate   PIC 9(3)V9(4).
               10  ws-ch-hits          PIC 9(11).
               10  ws-ch-misses        PIC 9(11).
               10  ws-ch-no-run        PIC 9(11).
               10  ws-ch-charge        PIC 9(11)V99.
       01  ws-ch-idx                   PIC 9(1).

      *    THE MONTH'S ACCEPTED USAGE, ONE ENTRY PER DEPARTMENT HELD
      *    IN DEPARTMENT CODE ORDER, ONE SLOT PER CHANNEL.  A MONTH
      *    WITH MORE DEPARTMENTS THAN THE TABLE IS REFUSED OUTRIGHT
      *    RATHER THAN PART-BILLED.
       01  ws-max-depts                PIC 9(3) VALUE 500.
       01  ws-dept-count               PIC 9(3) VALUE 0.
       01  ws-dept-table.
           05  ws-dp-entry OCCURS 500 TIMES.
               10  ws-dp-code          PIC X(8).
               10  ws-dp-chan OCCURS 4 TIMES.
                   15  ws-dp-hits      PIC 9(9).
                   15  ws-dp-misses    PIC 9(9).
                   15  ws-dp-no-run    PIC 9(9).
       01  ws-dp-idx                   PIC 9(3).
       01  ws-mv-idx                   PIC 9(3).
       01  ws-dept-found               PIC X VALUE 'N'.
           88  ws-dept-hit                 VALUE 'Y'.

      *    REJECTED REQUESTS BY DEPARTMENT CODE AS GIVEN AND RESPONSE
      *    CODE, IN ORDER OF FIRST APPEARANCE.  BEYOND THE TABLE THEY
      *    ARE STILL COUNTED, IN ONE OVERFLOW TOTAL.
       01  ws-max-rejects              PIC 9(3) VALUE 200.
       01  ws-reject-count             PIC 9(3) VALUE 0.
       01  ws-reject-table.
           05  ws-rj-entry OCCURS 200 TIMES.
               10  ws-rj-dept          PIC X(8).
               10  ws-rj-reason        PIC X(4).
               10  ws-rj-chan-count OCCURS 4 TIMES PIC 9(9).
       01  ws-rj-idx                   PIC 9(3).
       01  ws-rj-overflow              PIC 9(9) VALUE 0.
       01  ws-reject-found             PIC X VALUE 'N'.
           88  ws-reject-hit               VALUE 'Y'.

       01  ws-report-month             PIC 9(6) VALUE 0.
       01  ws-report-month-parts REDEFINES ws-report-month.
           05  ws-rm-yyyy              PIC 9(4).
           05  ws-rm-mm                PIC 9(2).
       01  ws-row-month                PIC 9(6).
       01  ws-start-date               PIC 9(8).

       01  ws-usage-eof                PIC X VALUE 'N'.
           88  ws-usage-done               VALUE 'Y'.

       01  ws-counters.
           05  ws-rows-read            PIC 9(9) VALUE 0.
           05  ws-rows-unknown         PIC 9(9) VALUE 0.
           05  ws-depts-charged        PIC 9(9) VALUE 0.
           05  ws-requests-rejected    PIC 9(9) VALUE 0.
       01  ws-unrated-flag             PIC X VALUE 'N'.
           88  ws-unrated-usage            VALUE 'Y'.

      *    ONE STATEMENT LINE'S FIGURES, AND THE DEPARTMENT'S AND THE
      *    MONTH'S TOTALS.
       01  ws-line-requests            PIC 9(11).
       01  ws-line-charge              PIC 9(11)V99.
       01  ws-dept-totals.
           05  ws-dt-requests          PIC 9(11).
           05  ws-dt-hits              PIC 9(11).
           05  ws-dt-misses            PIC 9(11).
           05  ws-dt-no-run            PIC 9(11).
           05  ws-dt-charge            PIC 9(11)V99.
       01  ws-month-charge             PIC 9(11)V99 VALUE 0.
       01  ws-rj-total                 PIC 9(9).

       01  ws-reject-reason            PIC X(60) VALUE SPACES.

       01  ws-heading-1.
           05  FILLER                  PIC X(50)
               VALUE "FB LOOKUP CHANNEL CHARGEBACK - MONTHLY STATEMENT".
           05  FILLER                  PIC X(58) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-month.
           05  FILLER                  PIC X(16)
               VALUE "STATEMENT MONTH ".
           05  ws-hm-yyyy              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hm-mm                PIC 9(2).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  ws-rate-heading.
           05  FILLER                  PIC X(10) VALUE "  CHANNEL".
           05  FILLER                  PIC X(10) VALUE "FROM".
           05  FILLER                  PIC X(11) VALUE " PER HIT".
           05  FILLER                  PIC X(11) VALUE "PER MISS".
           05  FILLER                  PIC X(11) VALUE "PER NO-RUN".
           05  FILLER                  PIC X(79) VALUE "DESCRIPTION".

       01  ws-rate-line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rl-channel           PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-rl-yyyy              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-rl-mm                PIC 9(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-hit               PIC ZZ9.9999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-miss              PIC ZZ9.9999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-no-run            PIC ZZ9.9999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-desc              PIC X(30).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  ws-no-rate-line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-nr-channel           PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(31)
               VALUE "NO RATE ON FILE FOR THE MONTH ".
           05  FILLER                  PIC X(29)
               VALUE "- USAGE NOT CHARGED".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  ws-dept-heading.
           05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
           05  ws-dh-code              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dh-name              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "COST CENTRE ".
           05  ws-dh-cost-centre       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dh-note              PIC X(30).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  ws-charge-heading.
           05  FILLER                  PIC X(12) VALUE "  CHANNEL".
           05  FILLER                  PIC X(11) VALUE "   REQUESTS".
           05  FILLER                  PIC X(14) VALUE "          HITS".
           05  FILLER                  PIC X(14) VALUE "        MISSES".
           05  FILLER                  PIC X(14) VALUE "        NO-RUN".
           05  FILLER                  PIC X(18)
               VALUE "            CHARGE".
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  ws-charge-line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cl-channel           PIC X(10).
           05  ws-cl-requests          PIC Z(10)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-cl-hits              PIC Z(10)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-cl-misses            PIC Z(10)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-cl-no-run            PIC Z(10)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-cl-charge            PIC Z(10)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-cl-note              PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  ws-reject-heading.
           05  FILLER                  PIC X(12) VALUE "  DEPT".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(12) VALUE "        LKUP".
           05  FILLER                  PIC X(12) VALUE "        XQRY".
           05  FILLER                  PIC X(12) VALUE "        ASOF".
           05  FILLER                  PIC X(12) VALUE "        FBIQ".
           05  FILLER                  PIC X(12) VALUE "       TOTAL".
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  ws-reject-line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rl-dept              PIC X(10).
           05  ws-rl-reason            PIC X(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-rl-lkup              PIC Z(8)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-xqry              PIC Z(8)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-asof              PIC Z(8)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-fbiq              PIC Z(8)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-rl-total             PIC Z(8)9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  ws-count-line.
           05  ws-ct-text              PIC X(44).
           05  ws-ct-count             PIC Z(8)9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  ws-amount-line.
           05  ws-am-text              PIC X(44).
           05  ws-am-amount            PIC Z(10)9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-usage-status             PIC XX.
       01  ws-rate-status              PIC XX.
       01  ws-dept-status              PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           PERFORM 1000-READ-CONTROL-CARDS
           OPEN OUTPUT fb-report-file
           PERFORM 0100-CHECK-REPORT-OPEN
           PERFORM 0300-WRITE-HEADINGS
           IF ws-reject-reason NOT = SPACES
               PERFORM 0900-REPORT-NOTHING
           END-IF
           PERFORM 2000-LOAD-RATES
           PERFORM 3000-READ-USAGE-LOG
           IF ws-reject-reason NOT = SPACES
               PERFORM 0900-REPORT-NOTHING
           END-IF
           PERFORM 4000-PRINT-RATES
           PERFORM 5000-PRINT-STATEMENTS
           PERFORM 6000-PRINT-CHANNEL-TOTALS
           PERFORM 7000-PRINT-REJECTIONS
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBCHGBK: MONTH " ws-report-month
               " DEPARTMENTS=" ws-depts-charged
               " CHARGE=" ws-am-amount
               " REJECTED=" ws-requests-rejected
           IF ws-unrated-usage OR ws-rows-unknown > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBCHGBK: OPEN FAILED ON REPORT FILE - "
                   "STATUS " ws-report-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-WRITE-HEADINGS.
           MOVE ws-stamp-date TO ws-hd-date
           MOVE ws-stamp-time TO ws-hd-time
           MOVE ws-heading-1 TO fb-report-line
           WRITE fb-report-line
           MOVE ws-rm-yyyy TO ws-hm-yyyy
           MOVE ws-rm-mm TO ws-hm-mm
           MOVE ws-heading-month TO fb-report-line
           WRITE fb-report-line.

       0900-REPORT-NOTHING.
           DISPLAY "FBCHGBK: " ws-reject-reason
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           STRING "NOTHING REPORTED - " DELIMITED SIZE
               ws-reject-reason DELIMITED SIZE
               INTO fb-report-line
           END-STRING
           WRITE fb-report-line
           CLOSE fb-report-file
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1000-READ-CONTROL-CARDS.
           MOVE "LKUP" TO ws-ch-code(1)
           MOVE "XQRY" TO ws-ch-code(2)
           MOVE "ASOF" TO ws-ch-code(3)
           MOVE "FBIQ" TO ws-ch-code(4)
           PERFORM VARYING ws-ch-idx FROM 1 BY 1
               UNTIL ws-ch-idx > 4
               MOVE 'N' TO ws-ch-rate-flag(ws-ch-idx)
               MOVE 0 TO ws-ch-hits(ws-ch-idx)
               MOVE 0 TO ws-ch-misses(ws-ch-idx)
               MOVE 0 TO ws-ch-no-run(ws-ch-idx)
               MOVE 0 TO ws-ch-charge(ws-ch-idx)
           END-PERFORM
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status = "00"
               PERFORM UNTIL ws-sysin-status NOT = "00"
                   READ fb-sysin-file
                       AT END
                           MOVE "10" TO ws-sysin-status
                       NOT AT END
                           PERFORM 1100-APPLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE fb-sysin-file
           END-IF
           IF ws-report-month = 0 AND ws-reject-reason = SPACES
               PERFORM 1300-DEFAULT-TO-LAST-MONTH
           END-IF.

       1100-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN fb-cbc-is-month
                   IF fb-cbc-month IS NUMERIC
                       MOVE fb-cbc-month TO ws-report-month
                   END-IF
                   IF ws-report-month = 0
                       OR ws-rm-yyyy < 1601
                       OR ws-rm-mm = 0 OR ws-rm-mm > 12
                       MOVE "MONTH CARD MUST CARRY A VALID YYYYMM"
                           TO ws-reject-reason
                   END-IF
               WHEN OTHER
                   DISPLAY "FBCHGBK: UNRECOGNIZED CARD TYPE "
                       fb-cbc-type
           END-EVALUATE.

       1300-DEFAULT-TO-LAST-MONTH.
           MOVE ws-stamp-date(1:6) TO ws-report-month
           IF ws-rm-mm = 1
               SUBTRACT 1 FROM ws-rm-yyyy
               MOVE 12 TO ws-rm-mm
           ELSE
               SUBTRACT 1 FROM ws-rm-mm
           END-IF.

       2000-LOAD-RATES.
      *    THE RATE FILE IS SMALL AND IN CHANNEL + EFFECTIVE MONTH
      *    ORDER, SO ONE PASS LEAVES EACH CHANNEL ON ITS LATEST ROW
      *    NOT AFTER THE STATEMENT MONTH.
           OPEN INPUT fb-rate-file
           IF ws-rate-status NOT = "00"
               DISPLAY "FBCHGBK: CANNOT OPEN FB.CHARGE.RATES - "
                   "STATUS " ws-rate-status " - JOB ABENDING"
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-rate-status NOT = "00"
               READ fb-rate-file
                   AT END
                       MOVE "10" TO ws-rate-status
                   NOT AT END
                       PERFORM 2100-OFFER-RATE-ROW
               END-READ
           END-PERFORM
           CLOSE fb-rate-file.

       2100-OFFER-RATE-ROW.
           PERFORM VARYING ws-ch-idx FROM 1 BY 1
               UNTIL ws-ch-idx > 4
               IF FB-CRT-CHANNEL = ws-ch-code(ws-ch-idx)
                   AND FB-CRT-EFF-MONTH <= ws-report-month
                   MOVE 'Y' TO ws-ch-rate-flag(ws-ch-idx)
                   MOVE FB-CRT-EFF-MONTH TO ws-ch-eff-month(ws-ch-idx)
                   MOVE FB-CRT-DESC TO ws-ch-desc(ws-ch-idx)
                   MOVE FB-CRT-HIT-RATE TO ws-ch-hit-rate(ws-ch-idx)
                   MOVE FB-CRT-MISS-RATE
                       TO ws-ch-miss-rate(ws-ch-idx)
                   MOVE FB-CRT-NO-RUN-RATE
                       TO ws-ch-no-run-rate(ws-ch-idx)
               END-IF
           END-PERFORM.

       3000-READ-USAGE-LOG.
           OPEN INPUT fb-usage-file
           IF ws-usage-status NOT = "00"
               DISPLAY "FBCHGBK: CANNOT OPEN FB.USAGE.LOG - "
                   "STATUS " ws-usage-status " - JOB ABENDING"
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-start-date = ws-report-month * 100 + 1
           MOVE LOW-VALUES TO FB-USG-KEY
           MOVE ws-start-date TO FB-USG-LOG-DATE
           START fb-usage-file KEY IS NOT LESS THAN FB-USG-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-usage-eof
           END-START
           PERFORM UNTIL ws-usage-done
               READ fb-usage-file NEXT
                   AT END
                       MOVE 'Y' TO ws-usage-eof
                   NOT AT END
                       COMPUTE ws-row-month = FB-USG-LOG-DATE / 100
                       IF ws-row-month > ws-report-month
                           MOVE 'Y' TO ws-usage-eof
                       ELSE
                           PERFORM 3100-TAKE-USAGE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-usage-file.

       3100-TAKE-USAGE-ROW.
           ADD 1 TO ws-rows-read
           EVALUATE TRUE
               WHEN FB-USG-IS-LKUP
                   MOVE 1 TO ws-ch-idx
               WHEN FB-USG-IS-XQRY
                   MOVE 2 TO ws-ch-idx
               WHEN FB-USG-IS-ASOF
                   MOVE 3 TO ws-ch-idx
               WHEN FB-USG-IS-FBIQ
                   MOVE 4 TO ws-ch-idx
               WHEN OTHER
                   MOVE 0 TO ws-ch-idx
           END-EVALUATE
           EVALUATE TRUE
               WHEN ws-ch-idx = 0
                   ADD 1 TO ws-rows-unknown
                   DISPLAY "FBCHGBK: USAGE ROW " FB-USG-KEY
                       " CHANNEL '" FB-USG-CHANNEL
                       "' NOT RECOGNISED - SKIPPED"
               WHEN NOT FB-USG-DEPT-ACCEPTED
                   PERFORM 3300-TAKE-REJECTED-ROW
               WHEN OTHER
                   PERFORM 3200-FIND-DEPT-ENTRY
                   IF ws-reject-reason = SPACES
                       ADD FB-USG-HITS
                           TO ws-dp-hits(ws-dp-idx, ws-ch-idx)
                       ADD FB-USG-MISSES
                           TO ws-dp-misses(ws-dp-idx, ws-ch-idx)
                       ADD FB-USG-NO-RUN
                           TO ws-dp-no-run(ws-dp-idx, ws-ch-idx)
                   END-IF
           END-EVALUATE.

       3200-FIND-DEPT-ENTRY.
      *    LEAVES WS-DP-IDX ON THE DEPARTMENT'S ENTRY.  THE TABLE IS
      *    KEPT IN DEPARTMENT CODE ORDER SO THE STATEMENTS PRINT IN
      *    THAT ORDER - A NEW CODE IS SLOTTED IN AND THE ENTRIES
      *    ABOVE IT MOVED UP ONE.
           PERFORM VARYING ws-dp-idx FROM 1 BY 1
               UNTIL ws-dp-idx > ws-dept-count
                   OR ws-dp-code(ws-dp-idx) >= FB-USG-DEPT
               CONTINUE
           END-PERFORM
           MOVE 'N' TO ws-dept-found
           IF ws-dp-idx <= ws-dept-count
               IF ws-dp-code(ws-dp-idx) = FB-USG-DEPT
                   MOVE 'Y' TO ws-dept-found
               END-IF
           END-IF
           IF NOT ws-dept-hit
               IF ws-dept-count >= ws-max-depts
                   MOVE "MORE THAN 500 DEPARTMENTS USED THE CHANNELS"
                       TO ws-reject-reason
                   MOVE 'Y' TO ws-usage-eof
               ELSE
                   PERFORM VARYING ws-mv-idx FROM ws-dept-count BY -1
                       UNTIL ws-mv-idx < ws-dp-idx
                       MOVE ws-dp-entry(ws-mv-idx)
                           TO ws-dp-entry(ws-mv-idx + 1)
                   END-PERFORM
                   ADD 1 TO ws-dept-count
                   INITIALIZE ws-dp-entry(ws-dp-idx)
                   MOVE FB-USG-DEPT TO ws-dp-code(ws-dp-idx)
               END-IF
           END-IF.

       3300-TAKE-REJECTED-ROW.
           ADD FB-USG-REJECTED TO ws-requests-rejected
           MOVE 'N' TO ws-reject-found
           PERFORM VARYING ws-rj-idx FROM 1 BY 1
               UNTIL ws-rj-idx > ws-reject-count OR ws-reject-hit
               IF ws-rj-dept(ws-rj-idx) = FB-USG-DEPT
                   AND ws-rj-reason(ws-rj-idx) = FB-USG-REJ-REASON
                   MOVE 'Y' TO ws-reject-found
               END-IF
           END-PERFORM
           IF ws-reject-hit
               SUBTRACT 1 FROM ws-rj-idx
           ELSE
               IF ws-reject-count < ws-max-rejects
                   ADD 1 TO ws-reject-count
                   MOVE ws-reject-count TO ws-rj-idx
                   MOVE FB-USG-DEPT TO ws-rj-dept(ws-rj-idx)
                   MOVE FB-USG-REJ-REASON TO ws-rj-reason(ws-rj-idx)
                   MOVE 0 TO ws-rj-chan-count(ws-rj-idx, 1)
                   MOVE 0 TO ws-rj-chan-count(ws-rj-idx, 2)
                   MOVE 0 TO ws-rj-chan-count(ws-rj-idx, 3)
                   MOVE 0 TO ws-rj-chan-count(ws-rj-idx, 4)
               ELSE
                   MOVE 0 TO ws-rj-idx
               END-IF
           END-IF
           IF ws-rj-idx = 0
               ADD FB-USG-REJECTED TO ws-rj-overflow
           ELSE
               ADD FB-USG-REJECTED
                   TO ws-rj-chan-count(ws-rj-idx, ws-ch-idx)
           END-IF.

       4000-PRINT-RATES.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "RATES IN EFFECT FOR THE MONTH" TO fb-report-line
           WRITE fb-report-line
           MOVE ws-rate-heading TO fb-report-line
           WRITE fb-report-line
           PERFORM 4100-PRINT-RATE-LINE
               VARYING ws-ch-idx FROM 1 BY 1
               UNTIL ws-ch-idx > 4.

       4100-PRINT-RATE-LINE.
           IF ws-ch-has-rate(ws-ch-idx)
               MOVE ws-ch-code(ws-ch-idx) TO ws-rl-channel
               MOVE ws-ch-eff-month(ws-ch-idx)(1:4) TO ws-rl-yyyy
               MOVE ws-ch-eff-month(ws-ch-idx)(5:2) TO ws-rl-mm
               MOVE ws-ch-hit-rate(ws-ch-idx) TO ws-rl-hit
               MOVE ws-ch-miss-rate(ws-ch-idx) TO ws-rl-miss
               MOVE ws-ch-no-run-rate(ws-ch-idx) TO ws-rl-no-run
               MOVE ws-ch-desc(ws-ch-idx) TO ws-rl-desc
               MOVE ws-rate-line TO fb-report-line
           ELSE
               MOVE ws-ch-code(ws-ch-idx) TO ws-nr-channel
               MOVE ws-no-rate-line TO fb-report-line
           END-IF
           WRITE fb-report-line.

       5000-PRINT-STATEMENTS.
           OPEN INPUT fb-dept-file
           IF ws-dept-status NOT = "00"
               DISPLAY "FBCHGBK: CANNOT OPEN FB.DEPT.MASTER - "
                   "STATUS " ws-dept-status " - JOB ABENDING"
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-PRINT-DEPT-STATEMENT
               VARYING ws-dp-idx FROM 1 BY 1
               UNTIL ws-dp-idx > ws-dept-count
           CLOSE fb-dept-file.

       5100-PRINT-DEPT-STATEMENT.
           ADD 1 TO ws-depts-charged
           MOVE ws-dp-code(ws-dp-idx) TO ws-dh-code
           MOVE ws-dp-code(ws-dp-idx) TO FB-DPT-CODE
           READ fb-dept-file
               INVALID KEY
                   MOVE SPACES TO ws-dh-name
                   MOVE SPACES TO ws-dh-cost-centre
                   MOVE "(NOT ON DEPARTMENT MASTER)" TO ws-dh-note
               NOT INVALID KEY
                   MOVE FB-DPT-NAME TO ws-dh-name
                   MOVE FB-DPT-COST-CENTRE TO ws-dh-cost-centre
                   IF FB-DPT-IS-ACTIVE
                       MOVE SPACES TO ws-dh-note
                   ELSE
                       MOVE "(NOW INACTIVE)" TO ws-dh-note
                   END-IF
           END-READ
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-dept-heading TO fb-report-line
           WRITE fb-report-line
           MOVE ws-charge-heading TO fb-report-line
           WRITE fb-report-line
           INITIALIZE ws-dept-totals
           PERFORM 5200-PRINT-CHANNEL-LINE
               VARYING ws-ch-idx FROM 1 BY 1
               UNTIL ws-ch-idx > 4
           MOVE "TOTAL" TO ws-cl-channel
           MOVE ws-dt-requests TO ws-cl-requests
           MOVE ws-dt-hits TO ws-cl-hits
           MOVE ws-dt-misses TO ws-cl-misses
           MOVE ws-dt-no-run TO ws-cl-no-run
           MOVE ws-dt-charge TO ws-cl-charge
           MOVE SPACES TO ws-cl-note
           MOVE ws-charge-line TO fb-report-line
           WRITE fb-report-line.

       5200-PRINT-CHANNEL-LINE.
      *    ONLY THE CHANNELS THE DEPARTMENT USED ARE PRINTED.
           COMPUTE ws-line-requests =
               ws-dp-hits(ws-dp-idx, ws-ch-idx)
               + ws-dp-misses(ws-dp-idx, ws-ch-idx)
               + ws-dp-no-run(ws-dp-idx, ws-ch-idx)
           IF ws-line-requests > 0
               MOVE SPACES TO ws-cl-note
               IF ws-ch-has-rate(ws-ch-idx)
                   COMPUTE ws-line-charge ROUNDED =
                       ws-dp-hits(ws-dp-idx, ws-ch-idx)
                           * ws-ch-hit-rate(ws-ch-idx)
                       + ws-dp-misses(ws-dp-idx, ws-ch-idx)
                           * ws-ch-miss-rate(ws-ch-idx)
                       + ws-dp-no-run(ws-dp-idx, ws-ch-idx)
                           * ws-ch-no-run-rate(ws-ch-idx)
               ELSE
                   MOVE 0 TO ws-line-charge
                   MOVE 'Y' TO ws-unrated-flag
                   MOVE "NO RATE ON FILE - NOT CHARGED" TO ws-cl-note
               END-IF
               ADD ws-line-requests TO ws-dt-requests
               ADD ws-dp-hits(ws-dp-idx, ws-ch-idx) TO ws-dt-hits
               ADD ws-dp-misses(ws-dp-idx, ws-ch-idx) TO ws-dt-misses
               ADD ws-dp-no-run(ws-dp-idx, ws-ch-idx) TO ws-dt-no-run
               ADD ws-line-charge TO ws-dt-charge
               ADD ws-dp-hits(ws-dp-idx, ws-ch-idx)
                   TO ws-ch-hits(ws-ch-idx)
               ADD ws-dp-misses(ws-dp-idx, ws-ch-idx)
                   TO ws-ch-misses(ws-ch-idx)
               ADD ws-dp-no-run(ws-dp-idx, ws-ch-idx)
                   TO ws-ch-no-run(ws-ch-idx)
               ADD ws-line-charge TO ws-ch-charge(ws-ch-idx)
               ADD ws-line-charge TO ws-month-charge
               MOVE ws-ch-code(ws-ch-idx) TO ws-cl-channel
               MOVE ws-line-requests TO ws-cl-requests
               MOVE ws-dp-hits(ws-dp-idx, ws-ch-idx) TO ws-cl-hits
               MOVE ws-dp-misses(ws-dp-idx, ws-ch-idx) TO ws-cl-misses
               MOVE ws-dp-no-run(ws-dp-idx, ws-ch-idx) TO ws-cl-no-run
               MOVE ws-line-charge TO ws-cl-charge
               MOVE ws-charge-line TO fb-report-line
               WRITE fb-report-line
           END-IF.

       6000-PRINT-CHANNEL-TOTALS.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "ALL DEPARTMENTS BY CHANNEL" TO fb-report-line
           WRITE fb-report-line
           MOVE ws-charge-heading TO fb-report-line
           WRITE fb-report-line
           INITIALIZE ws-dept-totals
           PERFORM 6100-PRINT-CHANNEL-TOTAL
               VARYING ws-ch-idx FROM 1 BY 1
               UNTIL ws-ch-idx > 4
           MOVE "TOTAL" TO ws-cl-channel
           MOVE ws-dt-requests TO ws-cl-requests
           MOVE ws-dt-hits TO ws-cl-hits
           MOVE ws-dt-misses TO ws-cl-misses
           MOVE ws-dt-no-run TO ws-cl-no-run
           MOVE ws-month-charge TO ws-cl-charge
           MOVE SPACES TO ws-cl-note
           MOVE ws-charge-line TO fb-report-line
           WRITE fb-report-line.

       6100-PRINT-CHANNEL-TOTAL.
           COMPUTE ws-line-requests = ws-ch-hits(ws-ch-idx)
               + ws-ch-misses(ws-ch-idx) + ws-ch-no-run(ws-ch-idx)
           ADD ws-line-requests TO ws-dt-requests
           ADD ws-ch-hits(ws-ch-idx) TO ws-dt-hits
           ADD ws-ch-misses(ws-ch-idx) TO ws-dt-misses
           ADD ws-ch-no-run(ws-ch-idx) TO ws-dt-no-run
           MOVE ws-ch-code(ws-ch-idx) TO ws-cl-channel
           MOVE ws-line-requests TO ws-cl-requests
           MOVE ws-ch-hits(ws-ch-idx) TO ws-cl-hits
           MOVE ws-ch-misses(ws-ch-idx) TO ws-cl-misses
           MOVE ws-ch-no-run(ws-ch-idx) TO ws-cl-no-run
           MOVE ws-ch-charge(ws-ch-idx) TO ws-cl-charge
           IF ws-ch-has-rate(ws-ch-idx) OR ws-line-requests = 0
               MOVE SPACES TO ws-cl-note
           ELSE
               MOVE "NO RATE ON FILE - NOT CHARGED" TO ws-cl-note
           END-IF
           MOVE ws-charge-line TO fb-report-line
           WRITE fb-report-line.

       7000-PRINT-REJECTIONS.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "REJECTED REQUESTS - DEPARTMENT CODE MISSING (DMIS), "
               TO fb-report-line
           MOVE "UNKNOWN (DUNK) OR INACTIVE (DINA) - NOT ANSWERED, "
               TO fb-report-line(53:50)
           MOVE "NOT CHARGED" TO fb-report-line(103:11)
           WRITE fb-report-line
           IF ws-reject-count = 0
               MOVE "  NONE" TO fb-report-line
               WRITE fb-report-line
           ELSE
               MOVE ws-reject-heading TO fb-report-line
               WRITE fb-report-line
               PERFORM 7100-PRINT-REJECT-LINE
                   VARYING ws-rj-idx FROM 1 BY 1
                   UNTIL ws-rj-idx > ws-reject-count
           END-IF
           IF ws-rj-overflow > 0
               MOVE "  FURTHER REJECTED REQUESTS NOT LISTED:"
                   TO ws-ct-text
               MOVE ws-rj-overflow TO ws-ct-count
               MOVE ws-count-line TO fb-report-line
               WRITE fb-report-line
           END-IF.

       7100-PRINT-REJECT-LINE.
           IF ws-rj-dept(ws-rj-idx) = SPACES
               MOVE "(NONE)" TO ws-rl-dept
           ELSE
               MOVE ws-rj-dept(ws-rj-idx) TO ws-rl-dept
           END-IF
           MOVE ws-rj-reason(ws-rj-idx) TO ws-rl-reason
           MOVE ws-rj-chan-count(ws-rj-idx, 1) TO ws-rl-lkup
           MOVE ws-rj-chan-count(ws-rj-idx, 2) TO ws-rl-xqry
           MOVE ws-rj-chan-count(ws-rj-idx, 3) TO ws-rl-asof
           MOVE ws-rj-chan-count(ws-rj-idx, 4) TO ws-rl-fbiq
           COMPUTE ws-rj-total = ws-rj-chan-count(ws-rj-idx, 1)
               + ws-rj-chan-count(ws-rj-idx, 2)
               + ws-rj-chan-count(ws-rj-idx, 3)
               + ws-rj-chan-count(ws-rj-idx, 4)
           MOVE ws-rj-total TO ws-rl-total
           MOVE ws-reject-line TO fb-report-line
           WRITE fb-report-line.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "USAGE LOG ROWS READ FOR THE MONTH:" TO ws-ct-text
           MOVE ws-rows-read TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  ROWS WITH AN UNKNOWN CHANNEL, SKIPPED:"
               TO ws-ct-text
           MOVE ws-rows-unknown TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "DEPARTMENTS CHARGED:" TO ws-ct-text
           MOVE ws-depts-charged TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "REQUESTS REJECTED, NOT CHARGED:" TO ws-ct-text
           MOVE ws-requests-rejected TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "TOTAL CHARGED FOR THE MONTH:" TO ws-am-text
           MOVE ws-month-charge TO ws-am-amount
           MOVE ws-amount-line TO fb-report-line
           WRITE fb-report-line
           IF ws-unrated-usage
               MOVE "  USAGE ON A CHANNEL WITH NO RATE WAS NOT CHARGED"
                   TO fb-report-line
               WRITE fb-report-line
           END-IF.
