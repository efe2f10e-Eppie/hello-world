       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-calrec.

      ******************************************************************
      * FB-CALREC
      * Run-calendar reconciliation - the check after the fact that
      * fb-calsel's deck build never had.  Walks every day of a date
      * span, selects the FB.RUN.CALENDAR row (see FBRCAL.cpy) that
      * day would have been given, with fb-calsel's own fall-through
      *   exact date  >  'QTREND  '  >  'MONTHEND'  >  'BUSINESS'
      * and lines it up against the runs FB.RUN.HISTORY registered
      * for that day (the run id's start date), flagging:
      *   - a business day with no completed run
      *   - a day with more than one completed run
      *   - a run whose FB-RH-LOW / FB-RH-HIGH differ from the row
      *   - a run on a day whose row carries calendar overlays (the
      *     MONTHEND / QTREND rows) where an overlay divisor is
      *     missing from FB-RH-RULE-COUNTS
      * plus a day with no calendar row at all, the day fb-calsel
      * would have failed.  A business day is Monday to Friday less
      * any holiday named on an 'H' card; a weekend or holiday with
      * an exact-date row of its own is planned too.  A run on any
      * other day is still judged and listed, but is not an
      * exception.  Only completed runs count ('C', or 'P' once
      * fb-retain has purged the archive); partition slices are not
      * runs in their own right (the fb-merge consolidation is) and
      * an unfinished 'I' row is only noted against its day - its
      * checkpoint restart registers as a run of its own.
      * The calendar holds today's rows only, so every day is judged
      * against the rows as they stand now: a row changed mid-span
      * shows its earlier days as range differences.
      * SYSIN cards:
      *   'S' + FROM YYYYMMDD(2-9) + TO YYYYMMDD(10-17)  the span -
      *       with no card, the whole of the previous month
      *   'H' + YYYYMMDD(2-9)  a holiday, one card each (up to 50)
      * The day-by-day listing on FBREPORT is the month-end sign-off.
      * RC=0 span reconciled, RC=4 any exception listed, RC=8 a bad
      * card (nothing reconciled), RC=16 a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-rcal-file ASSIGN TO "FBRCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-CAL-KEY
               FILE STATUS IS ws-rcal-status.

      *    DYNAMIC SO THE BROWSE CAN START AT THE FIRST DAY OF THE
      *    SPAN INSTEAD OF THE BEGINNING OF THE REGISTER.
           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-crc-card.
           05  fb-crc-type             PIC X(1).
               88  fb-crc-is-span          VALUE 'S'.
               88  fb-crc-is-holiday       VALUE 'H'.
           05  fb-crc-from-date        PIC X(8).
           05  fb-crc-to-date          PIC X(8).
           05  FILLER                  PIC X(63).

       FD  fb-rcal-file.
           COPY FBRCAL.

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

       01  ws-from-date                PIC 9(8) VALUE 0.
       01  ws-to-date                  PIC 9(8) VALUE 0.
       01  ws-from-day                 PIC S9(9) COMP.
       01  ws-to-day                   PIC S9(9) COMP.
       01  ws-day-number               PIC S9(9) COMP.
       01  ws-weekday                  PIC 9(1).

       01  ws-check-date               PIC 9(8).
       01  ws-date-ok                  PIC X VALUE 'N'.
           88  ws-date-valid               VALUE 'Y'.

      *    THE DAY BEING RECONCILED, AND TOMORROW - IF TOMORROW'S
      *    MONTH DIFFERS, THE DAY IS A MONTH-END (fb-calsel's TEST).
       01  ws-run-date                 PIC 9(8).
       01  ws-run-date-parts REDEFINES ws-run-date.
           05  ws-rd-yyyy              PIC 9(4).
           05  ws-rd-mm                PIC 9(2).
           05  ws-rd-dd                PIC 9(2).
       01  ws-tomorrow                 PIC 9(8).
       01  ws-tomorrow-parts REDEFINES ws-tomorrow.
           05  ws-tm-yyyy              PIC 9(4).
           05  ws-tm-mm                PIC 9(2).
           05  ws-tm-dd                PIC 9(2).
       01  ws-month-end-flag           PIC X VALUE 'N'.
           88  ws-is-month-end             VALUE 'Y'.
       01  ws-qtr-end-flag             PIC X VALUE 'N'.
           88  ws-is-qtr-end               VALUE 'Y'.
       01  ws-planned-flag             PIC X VALUE 'N'.
           88  ws-is-planned-day           VALUE 'Y'.
       01  ws-day-type                 PIC X(8).

       01  ws-row-found                PIC X VALUE 'N'.
           88  ws-has-calendar-row         VALUE 'Y'.
       01  ws-date-key                 PIC X(8).

       01  ws-max-holidays             PIC 9(2) VALUE 50.
       01  ws-holiday-count            PIC 9(2) VALUE 0.
       01  ws-holiday-table.
           05  ws-holiday-date OCCURS 50 TIMES PIC 9(8).
       01  ws-hol-idx                  PIC 9(2).
       01  ws-holiday-flag             PIC X VALUE 'N'.
           88  ws-is-holiday               VALUE 'Y'.

      *    THE REGISTER IS BROWSED ONCE, AHEAD OF THE DAY WALK: THE
      *    ROW IN THE RECORD AREA BELONGS TO THE DAY IN WS-RH-DATE.
       01  ws-rhist-eof                PIC X VALUE 'N'.
           88  ws-rhist-done               VALUE 'Y'.
       01  ws-run-read                 PIC X VALUE 'N'.
           88  ws-have-run                 VALUE 'Y'.
       01  ws-rh-date                  PIC 9(8).
       01  ws-start-key                PIC 9(14).

       01  ws-day-completed            PIC 9(3).
       01  ws-day-unfinished           PIC 9(3).
       01  ws-day-issues               PIC 9(3).
       01  ws-run-issues               PIC 9(3).
       01  ws-ovl-idx                  PIC 9(1).
       01  ws-rule-idx                 PIC 9(1).
       01  ws-ovl-found                PIC X VALUE 'N'.
           88  ws-overlay-present          VALUE 'Y'.

       01  ws-counters.
           05  ws-days-in-span         PIC 9(9) VALUE 0.
           05  ws-days-planned         PIC 9(9) VALUE 0.
           05  ws-days-as-planned      PIC 9(9) VALUE 0.
           05  ws-days-no-run          PIC 9(9) VALUE 0.
           05  ws-days-multi-run       PIC 9(9) VALUE 0.
           05  ws-days-no-cal-row      PIC 9(9) VALUE 0.
           05  ws-runs-judged          PIC 9(9) VALUE 0.
           05  ws-runs-range-diff      PIC 9(9) VALUE 0.
           05  ws-runs-overlay-miss    PIC 9(9) VALUE 0.
           05  ws-runs-off-plan        PIC 9(9) VALUE 0.
           05  ws-runs-unfinished      PIC 9(9) VALUE 0.
           05  ws-exceptions           PIC 9(9) VALUE 0.

       01  ws-reject-reason            PIC X(60) VALUE SPACES.

       01  ws-heading-1.
           05  FILLER                  PIC X(44)
               VALUE "FB RUN CALENDAR RECONCILIATION".
           05  FILLER                  PIC X(64) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-span.
           05  FILLER                  PIC X(12) VALUE "SPAN FROM ".
           05  ws-hs-from              PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  ws-hs-to                PIC 9(8).
           05  FILLER                  PIC X(14) VALUE "  HOLIDAYS: ".
           05  ws-hs-holidays          PIC Z9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  ws-heading-2.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "DAY TYPE".
           05  FILLER                  PIC X(10) VALUE "CAL ROW".
           05  FILLER                  PIC X(16) VALUE "RUN ID".
           05  FILLER                  PIC X(9)  VALUE "MODE".
           05  FILLER                  PIC X(21) VALUE "RUN RANGE".
           05  FILLER                  PIC X(21) VALUE "CALENDAR RANGE".
           05  FILLER                  PIC X(35) VALUE "RESULT".

       01  ws-detail-line.
           05  ws-dt-date              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-day-type          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-cal-row           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-run-id            PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-mode              PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-run-range         PIC X(19).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-cal-range         PIC X(19).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-result            PIC X(35).

       01  ws-range-text.
           05  ws-rg-low               PIC 9(9).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-rg-high              PIC 9(9).

       01  ws-count-line.
           05  ws-ct-text              PIC X(44).
           05  ws-ct-count             PIC Z(8)9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  ws-num-ed                   PIC ZZ9.
       01  ws-divisor-ed               PIC 9(4).

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-rcal-status              PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           PERFORM 1000-READ-CONTROL-CARDS
           OPEN OUTPUT fb-report-file
           PERFORM 0100-CHECK-REPORT-OPEN
           PERFORM 0300-WRITE-HEADINGS
           IF ws-reject-reason NOT = SPACES
               DISPLAY "FBCALREC: " ws-reject-reason
               MOVE SPACES TO fb-report-line
               STRING "NOTHING RECONCILED - " DELIMITED SIZE
                   ws-reject-reason DELIMITED SIZE
                   INTO fb-report-line
               END-STRING
               WRITE fb-report-line
               CLOSE fb-report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-OPEN-MASTERS
           PERFORM 2000-START-REGISTER
           PERFORM 3000-RECONCILE-ONE-DAY
               VARYING ws-day-number FROM ws-from-day BY 1
               UNTIL ws-day-number > ws-to-day
           CLOSE fb-rcal-file
           CLOSE fb-rhist-file
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBCALREC: " ws-from-date " TO " ws-to-date
               " - PLANNED DAYS=" ws-days-planned
               " EXCEPTIONS=" ws-exceptions
           IF ws-exceptions > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBCALREC: OPEN FAILED ON REPORT FILE - "
                   "STATUS " ws-report-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-OPEN-MASTERS.
           OPEN INPUT fb-rcal-file
           IF ws-rcal-status NOT = "00"
               DISPLAY "FBCALREC: CANNOT OPEN FB.RUN.CALENDAR - "
                   "STATUS " ws-rcal-status " - JOB ABENDING"
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBCALREC: CANNOT OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - JOB ABENDING"
               CLOSE fb-rcal-file
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-WRITE-HEADINGS.
           MOVE ws-stamp-date TO ws-hd-date
           MOVE ws-stamp-time TO ws-hd-time
           MOVE ws-heading-1 TO fb-report-line
           WRITE fb-report-line
           MOVE ws-from-date TO ws-hs-from
           MOVE ws-to-date TO ws-hs-to
           MOVE ws-holiday-count TO ws-hs-holidays
           MOVE ws-heading-span TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-heading-2 TO fb-report-line
           WRITE fb-report-line.

       1000-READ-CONTROL-CARDS.
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
           IF ws-from-date = 0 AND ws-reject-reason = SPACES
               PERFORM 1300-DEFAULT-TO-LAST-MONTH
           END-IF
           IF ws-reject-reason = SPACES
               COMPUTE ws-from-day =
                   FUNCTION INTEGER-OF-DATE(ws-from-date)
               COMPUTE ws-to-day =
                   FUNCTION INTEGER-OF-DATE(ws-to-date)
           END-IF.

       1100-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN fb-crc-is-span
                   IF fb-crc-from-date IS NOT NUMERIC
                       OR fb-crc-to-date IS NOT NUMERIC
                       MOVE "SPAN CARD DATES MUST BE YYYYMMDD"
                           TO ws-reject-reason
                   ELSE
                       MOVE fb-crc-from-date TO ws-check-date
                       PERFORM 1200-CHECK-DATE
                       MOVE ws-check-date TO ws-from-date
                       IF ws-date-valid
                           MOVE fb-crc-to-date TO ws-check-date
                           PERFORM 1200-CHECK-DATE
                           MOVE ws-check-date TO ws-to-date
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT ws-date-valid
                               MOVE "SPAN CARD CARRIES AN INVALID DATE"
                                   TO ws-reject-reason
                           WHEN ws-to-date < ws-from-date
                               MOVE "SPAN CARD TO-DATE BEFORE FROM-DATE"
                                   TO ws-reject-reason
                       END-EVALUATE
                   END-IF
               WHEN fb-crc-is-holiday
                   MOVE 'N' TO ws-date-ok
                   IF fb-crc-from-date IS NUMERIC
                       MOVE fb-crc-from-date TO ws-check-date
                       PERFORM 1200-CHECK-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT ws-date-valid
                           MOVE "HOLIDAY CARD CARRIES AN INVALID DATE"
                               TO ws-reject-reason
                       WHEN ws-holiday-count NOT < ws-max-holidays
                           MOVE "MORE THAN 50 HOLIDAY CARDS"
                               TO ws-reject-reason
                       WHEN OTHER
                           ADD 1 TO ws-holiday-count
                           MOVE ws-check-date
                               TO ws-holiday-date(ws-holiday-count)
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "FBCALREC: UNRECOGNIZED CARD TYPE "
                       fb-crc-type
           END-EVALUATE.

       1200-CHECK-DATE.
      *    A REAL CALENDAR DATE, NOT JUST IN-RANGE PARTS - 20240231
      *    WOULD SEND INTEGER-OF-DATE AND THE DAY WALK ASTRAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-check-date) = 0
               MOVE 'Y' TO ws-date-ok
           ELSE
               MOVE 'N' TO ws-date-ok
           END-IF.

       1300-DEFAULT-TO-LAST-MONTH.
      *    THE DAY BEFORE THE 1ST OF THIS MONTH ENDS LAST MONTH.
           MOVE ws-stamp-date TO ws-run-date
           MOVE 1 TO ws-rd-dd
           COMPUTE ws-day-number =
               FUNCTION INTEGER-OF-DATE(ws-run-date) - 1
           COMPUTE ws-to-date = FUNCTION DATE-OF-INTEGER(ws-day-number)
           MOVE ws-to-date TO ws-run-date
           MOVE 1 TO ws-rd-dd
           MOVE ws-run-date TO ws-from-date
           DISPLAY "FBCALREC: NO SPAN CARD - RECONCILING "
               ws-from-date " TO " ws-to-date.

       2000-START-REGISTER.
           COMPUTE ws-start-key = ws-from-date * 1000000
           MOVE ws-start-key TO FB-RH-RUN-ID
           START fb-rhist-file KEY IS NOT LESS THAN FB-RH-RUN-ID
               INVALID KEY
                   MOVE 'Y' TO ws-rhist-eof
           END-START
           PERFORM 2100-READ-NEXT-RUN.

       2100-READ-NEXT-RUN.
      *    SLICES ARE PASSED OVER HERE, SO THE DAY WALK ONLY EVER
      *    SEES RUNS - THE fb-merge CONSOLIDATION STANDS FOR THEM.
      *    SO ARE NAMED RULE SETS' ROWS: THEY RIDE IN THE SAME PASS
      *    AS THE BASE SET'S RUN AND ARE NOT A SCHEDULED RUN OF THEIR
      *    OWN.
           MOVE 'N' TO ws-run-read
           PERFORM UNTIL ws-rhist-done OR ws-have-run
               READ fb-rhist-file NEXT
                   AT END
                       MOVE 'Y' TO ws-rhist-eof
                   NOT AT END
                       IF NOT FB-RH-PART-SLICE
                           AND FB-RH-BASE-SET
                           MOVE 'Y' TO ws-run-read
                       END-IF
               END-READ
           END-PERFORM
           IF ws-rhist-done
               MOVE 99999999 TO ws-rh-date
           ELSE
               MOVE FB-RH-RUN-ID(1:8) TO ws-rh-date
           END-IF.

       3000-RECONCILE-ONE-DAY.
           ADD 1 TO ws-days-in-span
           COMPUTE ws-run-date = FUNCTION DATE-OF-INTEGER(ws-day-number)
           PERFORM 3100-JUDGE-DAY-TYPE
           PERFORM 3200-SELECT-CALENDAR-ROW
           MOVE 0 TO ws-day-completed
           MOVE 0 TO ws-day-unfinished
           MOVE 0 TO ws-day-issues
           IF ws-is-planned-day
               ADD 1 TO ws-days-planned
               IF NOT ws-has-calendar-row
                   ADD 1 TO ws-days-no-cal-row
                   ADD 1 TO ws-day-issues
                   PERFORM 6000-SET-DAY-LINE
                   MOVE "NO CALENDAR ROW FOR THIS DAY"
                       TO ws-dt-result
                   PERFORM 6100-WRITE-DETAIL
               END-IF
           END-IF
           PERFORM 4000-JUDGE-ONE-RUN
               UNTIL ws-rh-date NOT = ws-run-date
           IF ws-is-planned-day
               PERFORM 3300-CLOSE-PLANNED-DAY
           END-IF.

       3100-JUDGE-DAY-TYPE.
           MOVE 'N' TO ws-month-end-flag
           MOVE 'N' TO ws-qtr-end-flag
           MOVE 'N' TO ws-holiday-flag
           COMPUTE ws-tomorrow =
               FUNCTION DATE-OF-INTEGER(ws-day-number + 1)
           IF ws-tm-mm NOT = ws-rd-mm
               MOVE 'Y' TO ws-month-end-flag
               IF ws-rd-mm = 3 OR ws-rd-mm = 6
                   OR ws-rd-mm = 9 OR ws-rd-mm = 12
                   MOVE 'Y' TO ws-qtr-end-flag
               END-IF
           END-IF
           PERFORM VARYING ws-hol-idx FROM 1 BY 1
               UNTIL ws-hol-idx > ws-holiday-count
               IF ws-holiday-date(ws-hol-idx) = ws-run-date
                   MOVE 'Y' TO ws-holiday-flag
               END-IF
           END-PERFORM
      *    DAY 1 OF THE INTEGER DATE SCALE (1601-01-01) IS A MONDAY,
      *    SO THE REMAINDER BY 7 IS 1-5 MONDAY TO FRIDAY, 6 SATURDAY
      *    AND 0 SUNDAY.
           COMPUTE ws-weekday = FUNCTION MOD(ws-day-number, 7)
           EVALUATE TRUE
               WHEN ws-is-holiday
                   MOVE "HOLIDAY" TO ws-day-type
               WHEN ws-weekday = 0 OR ws-weekday = 6
                   MOVE "WEEKEND" TO ws-day-type
               WHEN ws-is-qtr-end
                   MOVE "QTREND" TO ws-day-type
               WHEN ws-is-month-end
                   MOVE "MONTHEND" TO ws-day-type
               WHEN OTHER
                   MOVE "BUSINESS" TO ws-day-type
           END-EVALUATE
           IF ws-is-holiday OR ws-weekday = 0 OR ws-weekday = 6
               MOVE 'N' TO ws-planned-flag
           ELSE
               MOVE 'Y' TO ws-planned-flag
           END-IF.

       3200-SELECT-CALENDAR-ROW.
      *    fb-calsel's FALL-THROUGH, MOST SPECIFIC FIRST.  A DATED ROW
      *    ALSO MAKES A WEEKEND OR HOLIDAY A PLANNED DAY.
           MOVE 'N' TO ws-row-found
           MOVE ws-run-date TO ws-date-key
           PERFORM 3210-TRY-CALENDAR-KEY
           IF ws-has-calendar-row
               MOVE 'Y' TO ws-planned-flag
           END-IF
           IF NOT ws-has-calendar-row AND ws-is-qtr-end
               MOVE "QTREND" TO ws-date-key
               PERFORM 3210-TRY-CALENDAR-KEY
           END-IF
           IF NOT ws-has-calendar-row AND ws-is-month-end
               MOVE "MONTHEND" TO ws-date-key
               PERFORM 3210-TRY-CALENDAR-KEY
           END-IF
           IF NOT ws-has-calendar-row
               MOVE "BUSINESS" TO ws-date-key
               PERFORM 3210-TRY-CALENDAR-KEY
           END-IF.

       3210-TRY-CALENDAR-KEY.
           MOVE ws-date-key TO FB-CAL-KEY
           READ fb-rcal-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-row-found
           END-READ.

       3300-CLOSE-PLANNED-DAY.
           EVALUATE TRUE
               WHEN ws-day-completed = 0
                   ADD 1 TO ws-days-no-run
                   ADD 1 TO ws-day-issues
                   PERFORM 6000-SET-DAY-LINE
                   IF ws-day-unfinished > 0
                       MOVE ws-day-unfinished TO ws-num-ed
                       STRING "NO COMPLETED RUN (" DELIMITED SIZE
                           FUNCTION TRIM(ws-num-ed) DELIMITED SIZE
                           " UNFINISHED)" DELIMITED SIZE
                           INTO ws-dt-result
                       END-STRING
                   ELSE
                       MOVE "NO COMPLETED RUN" TO ws-dt-result
                   END-IF
                   PERFORM 6100-WRITE-DETAIL
               WHEN ws-day-completed > 1
                   ADD 1 TO ws-days-multi-run
                   ADD 1 TO ws-day-issues
                   PERFORM 6000-SET-DAY-LINE
                   MOVE ws-day-completed TO ws-num-ed
                   STRING FUNCTION TRIM(ws-num-ed) DELIMITED SIZE
                       " COMPLETED RUNS ON ONE DAY" DELIMITED SIZE
                       INTO ws-dt-result
                   END-STRING
                   PERFORM 6100-WRITE-DETAIL
           END-EVALUATE
           IF ws-day-issues = 0
               ADD 1 TO ws-days-as-planned
           ELSE
               ADD ws-day-issues TO ws-exceptions
           END-IF.

       4000-JUDGE-ONE-RUN.
           IF NOT FB-RH-COMPLETE AND NOT FB-RH-PURGED
               ADD 1 TO ws-day-unfinished
               ADD 1 TO ws-runs-unfinished
           ELSE
               ADD 1 TO ws-day-completed
               ADD 1 TO ws-runs-judged
               MOVE 0 TO ws-run-issues
               IF ws-has-calendar-row
                   PERFORM 4100-CHECK-RANGE
                   PERFORM 4200-CHECK-OVERLAY
                       VARYING ws-ovl-idx FROM 1 BY 1
                       UNTIL ws-ovl-idx > FB-CAL-OVERLAY-OCC
               END-IF
               IF ws-run-issues = 0
                   PERFORM 6050-SET-RUN-LINE
                   IF ws-is-planned-day
                       MOVE "AS PLANNED" TO ws-dt-result
                   ELSE
                       MOVE "RUN ON A NON-BUSINESS DAY"
                           TO ws-dt-result
                   END-IF
                   PERFORM 6100-WRITE-DETAIL
               END-IF
               IF NOT ws-is-planned-day
                   ADD 1 TO ws-runs-off-plan
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-RUN.

       4100-CHECK-RANGE.
           IF FB-RH-LOW NOT = FB-CAL-LOW
               OR FB-RH-HIGH NOT = FB-CAL-HIGH
               ADD 1 TO ws-runs-range-diff
               PERFORM 4900-COUNT-RUN-ISSUE
               PERFORM 6050-SET-RUN-LINE
               MOVE "RANGE DIFFERS FROM CALENDAR ROW"
                   TO ws-dt-result
               PERFORM 6100-WRITE-DETAIL
           END-IF.

       4200-CHECK-OVERLAY.
      *    fb-calsel SKIPS A ZERO-DIVISOR OVERLAY, SO NONE IS DUE.
           IF FB-CAL-OVL-DIVISOR(ws-ovl-idx) > 0
               MOVE 'N' TO ws-ovl-found
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > FB-RH-RULE-COUNT-OCC
                   IF FB-RH-RULE-DIVISOR(ws-rule-idx)
                       = FB-CAL-OVL-DIVISOR(ws-ovl-idx)
                       MOVE 'Y' TO ws-ovl-found
                   END-IF
               END-PERFORM
               IF NOT ws-overlay-present
                   ADD 1 TO ws-runs-overlay-miss
                   PERFORM 4900-COUNT-RUN-ISSUE
                   PERFORM 6050-SET-RUN-LINE
                   MOVE FB-CAL-OVL-DIVISOR(ws-ovl-idx)
                       TO ws-divisor-ed
                   STRING "OVERLAY DIVISOR " DELIMITED SIZE
                       ws-divisor-ed DELIMITED SIZE
                       " NOT IN RULE COUNTS" DELIMITED SIZE
                       INTO ws-dt-result
                   END-STRING
                   PERFORM 6100-WRITE-DETAIL
               END-IF
           END-IF.

       4900-COUNT-RUN-ISSUE.
      *    ON A PLANNED DAY THE RUN'S ISSUES ARE THE DAY'S; A RUN ON
      *    AN UNPLANNED DAY IS LISTED BUT NOT AN EXCEPTION.
           ADD 1 TO ws-run-issues
           IF ws-is-planned-day
               ADD 1 TO ws-day-issues
           END-IF.

       6000-SET-DAY-LINE.
           MOVE SPACES TO ws-dt-run-id
           MOVE SPACES TO ws-dt-mode
           MOVE SPACES TO ws-dt-run-range
           MOVE SPACES TO ws-dt-result
           PERFORM 6010-SET-CALENDAR-COLUMNS.

       6010-SET-CALENDAR-COLUMNS.
           MOVE ws-run-date TO ws-dt-date
           MOVE ws-day-type TO ws-dt-day-type
           IF ws-has-calendar-row
               MOVE FB-CAL-KEY TO ws-dt-cal-row
               MOVE FB-CAL-LOW TO ws-rg-low
               MOVE FB-CAL-HIGH TO ws-rg-high
               MOVE ws-range-text TO ws-dt-cal-range
           ELSE
               MOVE "NONE" TO ws-dt-cal-row
               MOVE SPACES TO ws-dt-cal-range
           END-IF.

       6050-SET-RUN-LINE.
           MOVE SPACES TO ws-dt-result
           PERFORM 6010-SET-CALENDAR-COLUMNS
           MOVE FB-RH-RUN-ID TO ws-dt-run-id
           EVALUATE TRUE
               WHEN FB-RH-RESUMED
                   MOVE "RESTART" TO ws-dt-mode
               WHEN OTHER
                   MOVE "FRESH" TO ws-dt-mode
           END-EVALUATE
           MOVE FB-RH-LOW TO ws-rg-low
           MOVE FB-RH-HIGH TO ws-rg-high
           MOVE ws-range-text TO ws-dt-run-range.

       6100-WRITE-DETAIL.
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "DAYS IN SPAN:" TO ws-ct-text
           MOVE ws-days-in-span TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  PLANNED RUN DAYS:" TO ws-ct-text
           MOVE ws-days-planned TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  RAN AS PLANNED:" TO ws-ct-text
           MOVE ws-days-as-planned TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  NO COMPLETED RUN:" TO ws-ct-text
           MOVE ws-days-no-run TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  MORE THAN ONE COMPLETED RUN:" TO ws-ct-text
           MOVE ws-days-multi-run TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  NO CALENDAR ROW:" TO ws-ct-text
           MOVE ws-days-no-cal-row TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "COMPLETED RUNS JUDGED:" TO ws-ct-text
           MOVE ws-runs-judged TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  RANGE DIFFERS FROM CALENDAR:" TO ws-ct-text
           MOVE ws-runs-range-diff TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  CALENDAR OVERLAYS MISSING:" TO ws-ct-text
           MOVE ws-runs-overlay-miss TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  ON A NON-BUSINESS DAY:" TO ws-ct-text
           MOVE ws-runs-off-plan TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "UNFINISHED RUNS (NOT JUDGED):" TO ws-ct-text
           MOVE ws-runs-unfinished TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "EXCEPTIONS FOR SIGN-OFF:" TO ws-ct-text
           MOVE ws-exceptions TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line.
