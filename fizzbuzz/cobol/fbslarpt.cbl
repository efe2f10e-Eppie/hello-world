       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-slarpt.

      ******************************************************************
      * FB-SLARPT
      * Monthly batch SLA compliance report for the service review,
      * built from FB.RUN.HISTORY (see FBRHIST.cpy) instead of from
      * SYSOUT.  Every completed run started in the month is timed
      * from its start (the run id stamp) to FB-RH-END-DATE /
      * FB-RH-END-TIME and judged against the SLA target for its
      * calendar day type - BUSINESS, MONTHEND or QTREND, decided
      * from the start date exactly as fb-calsel decides it - so a
      * quarter-end run is not held to a business-day clock.  Each
      * target is a maximum elapsed time and a completion deadline
      * (the first time of day of that name after the start), and
      * a run finishing within the near-miss margin of either is
      * met but called out.  Two kinds of run are timed from their
      * real beginning rather than their own stamp:
      *   - a checkpoint restart ('R') from the unfinished 'I' row
      *     of the same range it resumed,
      *   - a split run from its first partition slice ('P') - the
      *     slices precede their fb-merge consolidation on the
      *     register, and the consolidation is the run.
      * The report lists breaches, near-misses, resumed runs and
      * split runs in sections of their own, totals the month by
      * day type, and closes with the compliance percentage (runs
      * not breached over runs completed) for the report month and
      * the eleven before it, each with its change on the month
      * before.
      * SYSIN cards (all optional):
      *   'M' + YYYYMM(2-7)    report month, default the last month
      *   'T' + DAY TYPE(2-9) + MAX ELAPSED MINUTES(10-13)
      *       + DEADLINE HHMMSS(14-19) + NEAR-MISS MINUTES(20-22)
      *       one per day type; MONTHEND falls back to BUSINESS and
      *       QTREND to MONTHEND when not given, as the calendar
      *       does, and BUSINESS defaults to 120 min / 060000 / 15.
      * RC=0 no breach in the month, RC=4 any breach, RC=8 a bad
      * card (nothing reported), RC=16 a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

      *    DYNAMIC SO THE BROWSE CAN START AT THE FIRST MONTH OF THE
      *    TREND INSTEAD OF THE BEGINNING OF THE REGISTER.
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
       01  fb-slc-card.
           05  fb-slc-type             PIC X(1).
               88  fb-slc-is-month         VALUE 'M'.
               88  fb-slc-is-target        VALUE 'T'.
           05  fb-slc-day-type         PIC X(8).
           05  fb-slc-elapsed          PIC X(4).
           05  fb-slc-deadline         PIC X(6).
           05  fb-slc-margin           PIC X(3).
           05  FILLER                  PIC X(58).
       01  fb-slc-month-card REDEFINES fb-slc-card.
           05  FILLER                  PIC X(1).
           05  fb-slc-month            PIC X(6).
           05  FILLER                  PIC X(73).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

      *    SLA TARGETS, ONE ENTRY PER CALENDAR DAY TYPE IN THE
      *    ORDER BUSINESS, MONTHEND, QTREND.
       01  ws-sla-table.
           05  ws-sla-entry OCCURS 3 TIMES.
               10  ws-sla-type         PIC X(8).
               10  ws-sla-given        PIC X(1).
               10  ws-sla-elapsed      PIC 9(4).
               10  ws-sla-deadline     PIC 9(6).
               10  ws-sla-margin       PIC 9(3).
               10  ws-sla-runs         PIC 9(5).
               10  ws-sla-met          PIC 9(5).
               10  ws-sla-near         PIC 9(5).
               10  ws-sla-breached     PIC 9(5).
       01  ws-sla-idx                  PIC 9(1).

       01  ws-report-month             PIC 9(6) VALUE 0.
       01  ws-report-month-parts REDEFINES ws-report-month.
           05  ws-rm-yyyy              PIC 9(4).
           05  ws-rm-mm                PIC 9(2).
       01  ws-month-serial             PIC 9(6).
       01  ws-first-serial             PIC 9(6).
       01  ws-run-serial               PIC 9(6).
       01  ws-start-key                PIC 9(14).

      *    TWELVE MONTHS ENDING WITH THE REPORT MONTH, PLUS THE ONE
      *    BEFORE THEM SO THE FIRST PRINTED MONTH HAS A CHANGE TOO.
       01  ws-month-table.
           05  ws-month-entry OCCURS 13 TIMES.
               10  ws-mo-yyyymm        PIC 9(6).
               10  ws-mo-runs          PIC 9(5).
               10  ws-mo-breached      PIC 9(5).
       01  ws-mo-idx                   PIC 9(2).
       01  ws-mo-pct                   PIC 9(3)V9.
       01  ws-mo-prev-pct              PIC 9(3)V9.
       01  ws-mo-change                PIC S9(3)V9.

      *    THE REPORT MONTH'S RUNS, HELD SO EACH SECTION CAN BE
      *    PRINTED IN TURN.  A MONTH BEYOND THE TABLE IS STILL
      *    COUNTED IN FULL; ONLY ITS LISTING IS CUT SHORT.
       01  ws-max-runs                 PIC 9(3) VALUE 300.
       01  ws-run-count                PIC 9(5) VALUE 0.
       01  ws-runs-not-held            PIC 9(5) VALUE 0.
       01  ws-run-table.
           05  ws-run-entry OCCURS 300 TIMES.
               10  ws-rt-run-id        PIC 9(14).
               10  ws-rt-day-type      PIC X(8).
               10  ws-rt-mode          PIC X(7).
               10  ws-rt-start         PIC 9(14).
               10  ws-rt-end-date      PIC 9(8).
               10  ws-rt-end-time      PIC 9(6).
               10  ws-rt-elapsed       PIC S9(7).
               10  ws-rt-target        PIC 9(4).
               10  ws-rt-deadline      PIC 9(6).
               10  ws-rt-to-deadline   PIC S9(7).
               10  ws-rt-verdict       PIC X(1).
                   88  ws-rt-met           VALUE 'M'.
                   88  ws-rt-near          VALUE 'N'.
                   88  ws-rt-breach        VALUE 'B'.
               10  ws-rt-resumed       PIC X(1).
               10  ws-rt-split         PIC X(1).
               10  ws-rt-result        PIC X(30).
       01  ws-run-idx                  PIC 9(3).
       01  ws-section                  PIC X(1).
       01  ws-section-lines            PIC 9(5).

      *    REGISTER ROWS THAT BELONG TO THE NEXT COMPLETED RUN: THE
      *    SLICES OF A SPLIT RUN, AND THE UNFINISHED ATTEMPT A
      *    RESTART RESUMED.
       01  ws-slice-count              PIC 9(3) VALUE 0.
       01  ws-slice-first-id           PIC 9(14) VALUE 0.
       01  ws-abort-id                 PIC 9(14) VALUE 0.
       01  ws-abort-low                PIC 9(9) VALUE 0.
       01  ws-abort-high               PIC 9(9) VALUE 0.

      *    THE RUN BEING TIMED.  TIMES ARE WORKED IN SECONDS FROM
      *    MIDNIGHT OF THE START DAY.
       01  ws-eff-start                PIC 9(14).
       01  ws-eff-start-parts REDEFINES ws-eff-start.
           05  ws-es-date              PIC 9(8).
           05  ws-es-hh                PIC 9(2).
           05  ws-es-mm                PIC 9(2).
           05  ws-es-ss                PIC 9(2).
       01  ws-end-time                 PIC 9(6).
       01  ws-end-parts REDEFINES ws-end-time.
           05  ws-en-hh                PIC 9(2).
           05  ws-en-mm                PIC 9(2).
           05  ws-en-ss                PIC 9(2).
       01  ws-deadline                 PIC 9(6).
       01  ws-deadline-parts REDEFINES ws-deadline.
           05  ws-dl-hh                PIC 9(2).
           05  ws-dl-mm                PIC 9(2).
           05  ws-dl-ss                PIC 9(2).
       01  ws-start-day                PIC S9(9) COMP.
       01  ws-end-day                  PIC S9(9) COMP.
       01  ws-start-secs               PIC S9(9) COMP.
       01  ws-end-secs                 PIC S9(9) COMP.
       01  ws-deadline-secs            PIC S9(9) COMP.
       01  ws-elapsed-secs             PIC S9(9) COMP.
       01  ws-target-secs              PIC S9(9) COMP.
       01  ws-margin-secs              PIC S9(9) COMP.
       01  ws-late-flag                PIC X VALUE 'N'.
           88  ws-finished-late            VALUE 'Y'.
       01  ws-long-flag                PIC X VALUE 'N'.
           88  ws-ran-too-long             VALUE 'Y'.
       01  ws-verdict                  PIC X(1).
       01  ws-mode                     PIC X(7).
       01  ws-resumed                  PIC X(1).
       01  ws-split                    PIC X(1).
       01  ws-result                   PIC X(30).

      *    fb-calsel's DAY-TYPE TEST: IF TOMORROW'S MONTH DIFFERS,
      *    THE DAY IS A MONTH-END, AND A MARCH, JUNE, SEPTEMBER OR
      *    DECEMBER MONTH-END IS A QUARTER-END.
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
       01  ws-day-number               PIC S9(9) COMP.

       01  ws-rhist-eof                PIC X VALUE 'N'.
           88  ws-rhist-done               VALUE 'Y'.

       01  ws-counters.
           05  ws-runs-completed       PIC 9(5) VALUE 0.
           05  ws-runs-met             PIC 9(5) VALUE 0.
           05  ws-runs-near            PIC 9(5) VALUE 0.
           05  ws-runs-breached        PIC 9(5) VALUE 0.
           05  ws-runs-resumed         PIC 9(5) VALUE 0.
           05  ws-runs-split           PIC 9(5) VALUE 0.
           05  ws-runs-unfinished      PIC 9(5) VALUE 0.

       01  ws-reject-reason            PIC X(60) VALUE SPACES.

       01  ws-heading-1.
           05  FILLER                  PIC X(44)
               VALUE "FB BATCH SLA COMPLIANCE - MONTHLY REPORT".
           05  FILLER                  PIC X(64) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-month.
           05  FILLER                  PIC X(14) VALUE "REPORT MONTH ".
           05  ws-hm-yyyy              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hm-mm                PIC 9(2).
           05  FILLER                  PIC X(111) VALUE SPACES.

       01  ws-target-line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tg-type              PIC X(8).
           05  FILLER                  PIC X(16)
               VALUE "  MAX ELAPSED ".
           05  ws-tg-elapsed           PIC ZZZ9.
           05  FILLER                  PIC X(19)
               VALUE " MIN   DEADLINE ".
           05  ws-tg-deadline          PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE "   NEAR-MISS ".
           05  ws-tg-margin            PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE " MIN".
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  ws-section-title            PIC X(132).

       01  ws-heading-2.
           05  FILLER                  PIC X(16) VALUE "RUN ID".
           05  FILLER                  PIC X(10) VALUE "DAY TYPE".
           05  FILLER                  PIC X(9)  VALUE "MODE".
           05  FILLER                  PIC X(17) VALUE "STARTED".
           05  FILLER                  PIC X(17) VALUE "ENDED".
           05  FILLER                  PIC X(7)  VALUE "ELAPSD".
           05  FILLER                  PIC X(7)  VALUE "TARGET".
           05  FILLER                  PIC X(8)  VALUE "DEADLN".
           05  FILLER                  PIC X(8)  VALUE "SPARE".
           05  FILLER                  PIC X(33) VALUE "RESULT".

       01  ws-detail-line.
           05  ws-dt-run-id            PIC 9(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-day-type          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-mode              PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-start-date        PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-start-time        PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-end-date          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-end-time          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-elapsed           PIC Z(4)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-target            PIC Z(4)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-deadline          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-spare             PIC -(5)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-result            PIC X(30).
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  ws-type-heading.
           05  FILLER                  PIC X(10) VALUE "DAY TYPE".
           05  FILLER                  PIC X(5)  VALUE " RUNS".
           05  FILLER                  PIC X(10) VALUE "       MET".
           05  FILLER                  PIC X(10) VALUE " NEAR-MISS".
           05  FILLER                  PIC X(10) VALUE "  BREACHED".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "COMPLIANCE".
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  ws-type-line.
           05  ws-ty-type              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ty-runs              PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-ty-met               PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-ty-near              PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-ty-breached          PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-ty-pct               PIC X(8).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  ws-trend-heading.
           05  FILLER                  PIC X(10) VALUE "MONTH".
           05  FILLER                  PIC X(5)  VALUE " RUNS".
           05  FILLER                  PIC X(10) VALUE "  BREACHED".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "COMPLIANCE".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CHANGE".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  ws-trend-line.
           05  ws-tr-yyyy              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-tr-mm                PIC 9(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-tr-runs              PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-tr-breached          PIC Z(4)9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-tr-pct               PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-tr-change            PIC X(10).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  ws-pct-ed                   PIC ZZ9.9.
       01  ws-change-ed                PIC +ZZ9.9.
       01  ws-yyyymm-work              PIC 9(6).
       01  ws-yyyymm-parts REDEFINES ws-yyyymm-work.
           05  ws-yw-yyyy              PIC 9(4).
           05  ws-yw-mm                PIC 9(2).

       01  ws-count-line.
           05  ws-ct-text              PIC X(44).
           05  ws-ct-count             PIC Z(8)9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
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
               DISPLAY "FBSLARPT: " ws-reject-reason
               MOVE SPACES TO fb-report-line
               STRING "NOTHING REPORTED - " DELIMITED SIZE
                   ws-reject-reason DELIMITED SIZE
                   INTO fb-report-line
               END-STRING
               WRITE fb-report-line
               CLOSE fb-report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-READ-REGISTER
           PERFORM 5000-PRINT-SECTIONS
           PERFORM 6000-PRINT-DAY-TYPES
           PERFORM 7000-PRINT-TREND
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBSLARPT: MONTH " ws-report-month
               " RUNS=" ws-runs-completed
               " BREACHED=" ws-runs-breached
               " NEAR-MISS=" ws-runs-near
           IF ws-runs-breached > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBSLARPT: OPEN FAILED ON REPORT FILE - "
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
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "SLA TARGETS BY CALENDAR DAY TYPE" TO fb-report-line
           WRITE fb-report-line
           PERFORM VARYING ws-sla-idx FROM 1 BY 1
               UNTIL ws-sla-idx > 3
               MOVE ws-sla-type(ws-sla-idx) TO ws-tg-type
               MOVE ws-sla-elapsed(ws-sla-idx) TO ws-tg-elapsed
               MOVE ws-sla-deadline(ws-sla-idx) TO ws-tg-deadline
               MOVE ws-sla-margin(ws-sla-idx) TO ws-tg-margin
               MOVE ws-target-line TO fb-report-line
               WRITE fb-report-line
           END-PERFORM.

       1000-READ-CONTROL-CARDS.
           INITIALIZE ws-sla-table
           MOVE "BUSINESS" TO ws-sla-type(1)
           MOVE "MONTHEND" TO ws-sla-type(2)
           MOVE "QTREND" TO ws-sla-type(3)
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
           PERFORM 1200-FILL-MISSING-TARGETS
           IF ws-report-month = 0
               PERFORM 1300-DEFAULT-TO-LAST-MONTH
           END-IF
           PERFORM 1400-BUILD-MONTH-TABLE.

       1100-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN fb-slc-is-month
                   IF fb-slc-month IS NUMERIC
                       MOVE fb-slc-month TO ws-report-month
                   END-IF
                   IF ws-report-month = 0
                       OR ws-rm-yyyy < 1601
                       OR ws-rm-mm = 0 OR ws-rm-mm > 12
                       MOVE "MONTH CARD MUST CARRY A VALID YYYYMM"
                           TO ws-reject-reason
                   END-IF
               WHEN fb-slc-is-target
                   EVALUATE fb-slc-day-type
                       WHEN "BUSINESS"
                           MOVE 1 TO ws-sla-idx
                       WHEN "MONTHEND"
                           MOVE 2 TO ws-sla-idx
                       WHEN "QTREND"
                           MOVE 3 TO ws-sla-idx
                       WHEN OTHER
                           MOVE 0 TO ws-sla-idx
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN ws-sla-idx = 0
                           MOVE "TARGET CARD DAY TYPE NOT RECOGNISED"
                               TO ws-reject-reason
                       WHEN fb-slc-elapsed IS NOT NUMERIC
                           OR fb-slc-deadline IS NOT NUMERIC
                           OR fb-slc-margin IS NOT NUMERIC
                           MOVE "TARGET CARD FIELDS MUST BE NUMERIC"
                               TO ws-reject-reason
                       WHEN OTHER
                           MOVE 'Y' TO ws-sla-given(ws-sla-idx)
                           MOVE fb-slc-elapsed
                               TO ws-sla-elapsed(ws-sla-idx)
                           MOVE fb-slc-deadline
                               TO ws-sla-deadline(ws-sla-idx)
                           MOVE fb-slc-margin
                               TO ws-sla-margin(ws-sla-idx)
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "FBSLARPT: UNRECOGNIZED CARD TYPE "
                       fb-slc-type
           END-EVALUATE.

       1200-FILL-MISSING-TARGETS.
           IF ws-sla-given(1) NOT = 'Y'
               MOVE 120 TO ws-sla-elapsed(1)
               MOVE 060000 TO ws-sla-deadline(1)
               MOVE 15 TO ws-sla-margin(1)
           END-IF
           IF ws-sla-given(2) NOT = 'Y'
               MOVE ws-sla-elapsed(1) TO ws-sla-elapsed(2)
               MOVE ws-sla-deadline(1) TO ws-sla-deadline(2)
               MOVE ws-sla-margin(1) TO ws-sla-margin(2)
           END-IF
           IF ws-sla-given(3) NOT = 'Y'
               MOVE ws-sla-elapsed(2) TO ws-sla-elapsed(3)
               MOVE ws-sla-deadline(2) TO ws-sla-deadline(3)
               MOVE ws-sla-margin(2) TO ws-sla-margin(3)
           END-IF.

       1300-DEFAULT-TO-LAST-MONTH.
           MOVE ws-stamp-date(1:6) TO ws-report-month
           IF ws-rm-mm = 1
               SUBTRACT 1 FROM ws-rm-yyyy
               MOVE 12 TO ws-rm-mm
           ELSE
               SUBTRACT 1 FROM ws-rm-mm
           END-IF.

       1400-BUILD-MONTH-TABLE.
      *    MONTHS ARE NUMBERED YYYY * 12 + (MM - 1) SO STEPPING BACK
      *    ACROSS A YEAR END IS PLAIN SUBTRACTION.
           COMPUTE ws-month-serial = ws-rm-yyyy * 12 + ws-rm-mm - 1
           COMPUTE ws-first-serial = ws-month-serial - 12
           PERFORM VARYING ws-mo-idx FROM 1 BY 1
               UNTIL ws-mo-idx > 13
               COMPUTE ws-yw-yyyy =
                   (ws-first-serial + ws-mo-idx - 1) / 12
               COMPUTE ws-yw-mm = FUNCTION MOD(
                   ws-first-serial + ws-mo-idx - 1, 12) + 1
               MOVE ws-yyyymm-work TO ws-mo-yyyymm(ws-mo-idx)
               MOVE 0 TO ws-mo-runs(ws-mo-idx)
               MOVE 0 TO ws-mo-breached(ws-mo-idx)
           END-PERFORM.

       2000-READ-REGISTER.
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBSLARPT: CANNOT OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - JOB ABENDING"
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-start-key = ws-mo-yyyymm(1) * 100000000
               + 1000000
           MOVE ws-start-key TO FB-RH-RUN-ID
           START fb-rhist-file KEY IS NOT LESS THAN FB-RH-RUN-ID
               INVALID KEY
                   MOVE 'Y' TO ws-rhist-eof
           END-START
           PERFORM UNTIL ws-rhist-done
               READ fb-rhist-file NEXT
                   AT END
                       MOVE 'Y' TO ws-rhist-eof
                   NOT AT END
                       IF FB-RH-RUN-ID(1:6) > ws-report-month
                           MOVE 'Y' TO ws-rhist-eof
                       ELSE
                           PERFORM 2100-CLASSIFY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-rhist-file.

       2100-CLASSIFY-ROW.
      *    A NAMED RULE SET'S ROW IS PART OF THE BASE SET'S PASS, NOT
      *    A BATCH RUN OF ITS OWN - IT IS NOT TIMED AGAINST THE SLA.
           EVALUATE TRUE
               WHEN NOT FB-RH-BASE-SET
                   CONTINUE
               WHEN FB-RH-PART-SLICE
                   IF ws-slice-count = 0
                       MOVE FB-RH-RUN-ID TO ws-slice-first-id
                   END-IF
                   ADD 1 TO ws-slice-count
               WHEN FB-RH-IN-PROGRESS
                   MOVE FB-RH-RUN-ID TO ws-abort-id
                   MOVE FB-RH-LOW TO ws-abort-low
                   MOVE FB-RH-HIGH TO ws-abort-high
                   IF FB-RH-RUN-ID(1:6) = ws-report-month
                       ADD 1 TO ws-runs-unfinished
                   END-IF
               WHEN OTHER
                   PERFORM 2200-TIME-COMPLETED-RUN
                   MOVE 0 TO ws-slice-count
                   MOVE 0 TO ws-abort-id
           END-EVALUATE.

       2200-TIME-COMPLETED-RUN.
           MOVE FB-RH-RUN-ID TO ws-eff-start
           MOVE "FRESH" TO ws-mode
           MOVE 'N' TO ws-resumed
           MOVE 'N' TO ws-split
           IF FB-RH-RESUMED
               MOVE 'Y' TO ws-resumed
               MOVE "RESTART" TO ws-mode
               IF ws-abort-id > 0
                   AND ws-abort-low = FB-RH-LOW
                   AND ws-abort-high = FB-RH-HIGH
                   MOVE ws-abort-id TO ws-eff-start
               END-IF
           END-IF
           IF ws-slice-count > 0
               MOVE 'Y' TO ws-split
               MOVE "SPLIT" TO ws-mode
               IF ws-slice-first-id < ws-eff-start
                   MOVE ws-slice-first-id TO ws-eff-start
               END-IF
           END-IF
      *    THE MONTH A RUN BELONGS TO IS THE MONTH IT BEGAN - ONLY
      *    THE TWELVE TREND MONTHS AND THE ONE BEFORE ARE KEPT.
           MOVE ws-es-date TO ws-run-date
           COMPUTE ws-run-serial = ws-rd-yyyy * 12 + ws-rd-mm - 1
           IF ws-run-serial >= ws-first-serial
               AND ws-run-serial <= ws-month-serial
               PERFORM 2300-JUDGE-DAY-TYPE
               PERFORM 2400-JUDGE-AGAINST-SLA
               COMPUTE ws-mo-idx = ws-run-serial - ws-first-serial + 1
               ADD 1 TO ws-mo-runs(ws-mo-idx)
               IF ws-verdict = 'B'
                   ADD 1 TO ws-mo-breached(ws-mo-idx)
               END-IF
               IF ws-run-serial = ws-month-serial
                   PERFORM 2500-COUNT-REPORT-MONTH-RUN
               END-IF
           END-IF.

       2300-JUDGE-DAY-TYPE.
           MOVE ws-es-date TO ws-run-date
           COMPUTE ws-day-number =
               FUNCTION INTEGER-OF-DATE(ws-run-date) + 1
           COMPUTE ws-tomorrow =
               FUNCTION DATE-OF-INTEGER(ws-day-number)
           MOVE 1 TO ws-sla-idx
           IF ws-tm-mm NOT = ws-rd-mm
               MOVE 2 TO ws-sla-idx
               IF ws-rd-mm = 3 OR ws-rd-mm = 6
                   OR ws-rd-mm = 9 OR ws-rd-mm = 12
                   MOVE 3 TO ws-sla-idx
               END-IF
           END-IF.

       2400-JUDGE-AGAINST-SLA.
      *    SECONDS ARE COUNTED FROM MIDNIGHT OF THE START DAY.  THE
      *    DEADLINE IS THE FIRST TIME OF DAY OF THAT NAME AFTER THE
      *    START - SAME DAY FOR A RUN STARTED AFTER MIDNIGHT, NEXT
      *    DAY FOR ONE STARTED IN THE EVENING.
           COMPUTE ws-start-day =
               FUNCTION INTEGER-OF-DATE(ws-es-date)
           COMPUTE ws-end-day =
               FUNCTION INTEGER-OF-DATE(FB-RH-END-DATE)
           MOVE FB-RH-END-TIME TO ws-end-time
           MOVE ws-sla-deadline(ws-sla-idx) TO ws-deadline
           COMPUTE ws-start-secs =
               ws-es-hh * 3600 + ws-es-mm * 60 + ws-es-ss
           COMPUTE ws-end-secs = (ws-end-day - ws-start-day) * 86400
               + ws-en-hh * 3600 + ws-en-mm * 60 + ws-en-ss
           COMPUTE ws-deadline-secs =
               ws-dl-hh * 3600 + ws-dl-mm * 60 + ws-dl-ss
           IF ws-deadline-secs NOT > ws-start-secs
               ADD 86400 TO ws-deadline-secs
           END-IF
           COMPUTE ws-elapsed-secs = ws-end-secs - ws-start-secs
           COMPUTE ws-target-secs = ws-sla-elapsed(ws-sla-idx) * 60
           COMPUTE ws-margin-secs = ws-sla-margin(ws-sla-idx) * 60
           MOVE 'N' TO ws-late-flag
           MOVE 'N' TO ws-long-flag
           IF ws-end-secs > ws-deadline-secs
               MOVE 'Y' TO ws-late-flag
           END-IF
           IF ws-elapsed-secs > ws-target-secs
               MOVE 'Y' TO ws-long-flag
           END-IF
           EVALUATE TRUE
               WHEN ws-finished-late AND ws-ran-too-long
                   MOVE 'B' TO ws-verdict
                   MOVE "LATE AND OVER ELAPSED TARGET" TO ws-result
               WHEN ws-finished-late
                   MOVE 'B' TO ws-verdict
                   MOVE "FINISHED AFTER DEADLINE" TO ws-result
               WHEN ws-ran-too-long
                   MOVE 'B' TO ws-verdict
                   MOVE "OVER ELAPSED TARGET" TO ws-result
               WHEN ws-deadline-secs - ws-end-secs
                       NOT > ws-margin-secs
                   MOVE 'N' TO ws-verdict
                   MOVE "MET - NEAR DEADLINE" TO ws-result
               WHEN ws-target-secs - ws-elapsed-secs
                       NOT > ws-margin-secs
                   MOVE 'N' TO ws-verdict
                   MOVE "MET - NEAR ELAPSED TARGET" TO ws-result
               WHEN OTHER
                   MOVE 'M' TO ws-verdict
                   MOVE "MET" TO ws-result
           END-EVALUATE.

       2500-COUNT-REPORT-MONTH-RUN.
           ADD 1 TO ws-runs-completed
           ADD 1 TO ws-sla-runs(ws-sla-idx)
           EVALUATE ws-verdict
               WHEN 'B'
                   ADD 1 TO ws-runs-breached
                   ADD 1 TO ws-sla-breached(ws-sla-idx)
               WHEN 'N'
                   ADD 1 TO ws-runs-near
                   ADD 1 TO ws-sla-near(ws-sla-idx)
               WHEN OTHER
                   ADD 1 TO ws-runs-met
                   ADD 1 TO ws-sla-met(ws-sla-idx)
           END-EVALUATE
           IF ws-resumed = 'Y'
               ADD 1 TO ws-runs-resumed
           END-IF
           IF ws-split = 'Y'
               ADD 1 TO ws-runs-split
           END-IF
           IF ws-run-count < ws-max-runs
               ADD 1 TO ws-run-count
               PERFORM 2600-HOLD-RUN
           ELSE
               ADD 1 TO ws-runs-not-held
           END-IF.

       2600-HOLD-RUN.
           MOVE FB-RH-RUN-ID TO ws-rt-run-id(ws-run-count)
           MOVE ws-sla-type(ws-sla-idx) TO ws-rt-day-type(ws-run-count)
           MOVE ws-mode TO ws-rt-mode(ws-run-count)
           MOVE ws-eff-start TO ws-rt-start(ws-run-count)
           MOVE FB-RH-END-DATE TO ws-rt-end-date(ws-run-count)
           MOVE FB-RH-END-TIME TO ws-rt-end-time(ws-run-count)
           COMPUTE ws-rt-elapsed(ws-run-count) = ws-elapsed-secs / 60
           MOVE ws-sla-elapsed(ws-sla-idx) TO ws-rt-target(ws-run-count)
           MOVE ws-deadline TO ws-rt-deadline(ws-run-count)
           COMPUTE ws-rt-to-deadline(ws-run-count) =
               (ws-deadline-secs - ws-end-secs) / 60
           MOVE ws-verdict TO ws-rt-verdict(ws-run-count)
           MOVE ws-resumed TO ws-rt-resumed(ws-run-count)
           MOVE ws-split TO ws-rt-split(ws-run-count)
           MOVE ws-result TO ws-rt-result(ws-run-count).

       5000-PRINT-SECTIONS.
           MOVE 'B' TO ws-section
           MOVE "BREACHES - SLA MISSED" TO ws-section-title
           PERFORM 5100-PRINT-ONE-SECTION
           MOVE 'N' TO ws-section
           MOVE "NEAR-MISSES - MET WITHIN THE NEAR-MISS MARGIN"
               TO ws-section-title
           PERFORM 5100-PRINT-ONE-SECTION
           MOVE 'R' TO ws-section
           MOVE "RESUMED RUNS - TIMED FROM THE ATTEMPT RESUMED"
               TO ws-section-title
           PERFORM 5100-PRINT-ONE-SECTION
           MOVE 'P' TO ws-section
           MOVE "SPLIT RUNS - TIMED FROM THE FIRST PARTITION SLICE"
               TO ws-section-title
           PERFORM 5100-PRINT-ONE-SECTION
           IF ws-runs-not-held > 0
               MOVE SPACES TO fb-report-line
               WRITE fb-report-line
               MOVE ws-runs-not-held TO ws-ct-count
               MOVE "RUNS COUNTED BUT BEYOND THE 300-RUN LISTING:"
                   TO ws-ct-text
               MOVE ws-count-line TO fb-report-line
               WRITE fb-report-line
           END-IF.

       5100-PRINT-ONE-SECTION.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-section-title TO fb-report-line
           WRITE fb-report-line
           MOVE ws-heading-2 TO fb-report-line
           WRITE fb-report-line
           MOVE 0 TO ws-section-lines
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx > ws-run-count
               IF (ws-section = 'B' AND ws-rt-breach(ws-run-idx))
                   OR (ws-section = 'N' AND ws-rt-near(ws-run-idx))
                   OR (ws-section = 'R'
                       AND ws-rt-resumed(ws-run-idx) = 'Y')
                   OR (ws-section = 'P'
                       AND ws-rt-split(ws-run-idx) = 'Y')
                   PERFORM 5200-PRINT-RUN-LINE
               END-IF
           END-PERFORM
           IF ws-section-lines = 0
               MOVE "  NONE IN THE MONTH" TO fb-report-line
               WRITE fb-report-line
           END-IF.

       5200-PRINT-RUN-LINE.
           ADD 1 TO ws-section-lines
           MOVE ws-rt-run-id(ws-run-idx) TO ws-dt-run-id
           MOVE ws-rt-day-type(ws-run-idx) TO ws-dt-day-type
           MOVE ws-rt-mode(ws-run-idx) TO ws-dt-mode
           MOVE ws-rt-start(ws-run-idx)(1:8) TO ws-dt-start-date
           MOVE ws-rt-start(ws-run-idx)(9:6) TO ws-dt-start-time
           MOVE ws-rt-end-date(ws-run-idx) TO ws-dt-end-date
           MOVE ws-rt-end-time(ws-run-idx) TO ws-dt-end-time
           MOVE ws-rt-elapsed(ws-run-idx) TO ws-dt-elapsed
           MOVE ws-rt-target(ws-run-idx) TO ws-dt-target
           MOVE ws-rt-deadline(ws-run-idx) TO ws-dt-deadline
           MOVE ws-rt-to-deadline(ws-run-idx) TO ws-dt-spare
           MOVE ws-rt-result(ws-run-idx) TO ws-dt-result
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

       6000-PRINT-DAY-TYPES.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "MONTH BY CALENDAR DAY TYPE" TO fb-report-line
           WRITE fb-report-line
           MOVE ws-type-heading TO fb-report-line
           WRITE fb-report-line
           PERFORM VARYING ws-sla-idx FROM 1 BY 1
               UNTIL ws-sla-idx > 3
               MOVE ws-sla-type(ws-sla-idx) TO ws-ty-type
               MOVE ws-sla-runs(ws-sla-idx) TO ws-ty-runs
               MOVE ws-sla-met(ws-sla-idx) TO ws-ty-met
               MOVE ws-sla-near(ws-sla-idx) TO ws-ty-near
               MOVE ws-sla-breached(ws-sla-idx) TO ws-ty-breached
               IF ws-sla-runs(ws-sla-idx) = 0
                   MOVE "  NO RUN" TO ws-ty-pct
               ELSE
                   COMPUTE ws-mo-pct ROUNDED =
                       (ws-sla-runs(ws-sla-idx)
                        - ws-sla-breached(ws-sla-idx)) * 100
                       / ws-sla-runs(ws-sla-idx)
                   MOVE ws-mo-pct TO ws-pct-ed
                   MOVE SPACES TO ws-ty-pct
                   STRING ws-pct-ed DELIMITED SIZE
                       "%" DELIMITED SIZE
                       INTO ws-ty-pct
                   END-STRING
               END-IF
               MOVE ws-type-line TO fb-report-line
               WRITE fb-report-line
           END-PERFORM.

       7000-PRINT-TREND.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "COMPLIANCE MONTH OVER MONTH" TO fb-report-line
           WRITE fb-report-line
           MOVE ws-trend-heading TO fb-report-line
           WRITE fb-report-line
           MOVE 1 TO ws-mo-idx
           PERFORM 7100-MONTH-PERCENT
           MOVE ws-mo-pct TO ws-mo-prev-pct
           PERFORM VARYING ws-mo-idx FROM 2 BY 1
               UNTIL ws-mo-idx > 13
               MOVE ws-mo-yyyymm(ws-mo-idx) TO ws-yyyymm-work
               MOVE ws-yw-yyyy TO ws-tr-yyyy
               MOVE ws-yw-mm TO ws-tr-mm
               MOVE ws-mo-runs(ws-mo-idx) TO ws-tr-runs
               MOVE ws-mo-breached(ws-mo-idx) TO ws-tr-breached
               MOVE SPACES TO ws-tr-change
               IF ws-mo-runs(ws-mo-idx) = 0
                   MOVE "  NO RUN" TO ws-tr-pct
               ELSE
                   PERFORM 7100-MONTH-PERCENT
                   MOVE ws-mo-pct TO ws-pct-ed
                   MOVE SPACES TO ws-tr-pct
                   STRING ws-pct-ed DELIMITED SIZE
                       "%" DELIMITED SIZE
                       INTO ws-tr-pct
                   END-STRING
                   IF ws-mo-runs(ws-mo-idx - 1) > 0
                       COMPUTE ws-mo-change =
                           ws-mo-pct - ws-mo-prev-pct
                       MOVE ws-mo-change TO ws-change-ed
                       STRING ws-change-ed DELIMITED SIZE
                           " PTS" DELIMITED SIZE
                           INTO ws-tr-change
                       END-STRING
                   END-IF
                   MOVE ws-mo-pct TO ws-mo-prev-pct
               END-IF
               MOVE ws-trend-line TO fb-report-line
               WRITE fb-report-line
           END-PERFORM.

       7100-MONTH-PERCENT.
           IF ws-mo-runs(ws-mo-idx) = 0
               MOVE 0 TO ws-mo-pct
           ELSE
               COMPUTE ws-mo-pct ROUNDED =
                   (ws-mo-runs(ws-mo-idx) - ws-mo-breached(ws-mo-idx))
                   * 100 / ws-mo-runs(ws-mo-idx)
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "COMPLETED RUNS STARTED IN THE MONTH:" TO ws-ct-text
           MOVE ws-runs-completed TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  SLA MET:" TO ws-ct-text
           MOVE ws-runs-met TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  SLA MET, NEAR-MISS:" TO ws-ct-text
           MOVE ws-runs-near TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  SLA BREACHED:" TO ws-ct-text
           MOVE ws-runs-breached TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  OF WHICH RESUMED FROM A CHECKPOINT:" TO ws-ct-text
           MOVE ws-runs-resumed TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  OF WHICH SPLIT INTO PARTITION SLICES:"
               TO ws-ct-text
           MOVE ws-runs-split TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "UNFINISHED ATTEMPTS (NOT TIMED):" TO ws-ct-text
           MOVE ws-runs-unfinished TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line.
