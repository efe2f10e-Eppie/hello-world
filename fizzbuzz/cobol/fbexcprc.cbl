       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-excprc.

      ******************************************************************
      * FB-EXCPRC
      * Re-drive and listing job over the FB.EXCEPTION.DATA suspense
      * file (see FBEXCPT.cpy) that fizz-buzz, fb-merge, fb-xrfbld,
      * fb-lkup and fb-crdedt log their problems to.  Three passes:
      *   1. RE-DRIVE - every OPEN row flagged fixable (a cluster row
      *      that was never written, or a resume repair that could
      *      not open the cluster) is put right FROM FB.OUTPUT.DATA,
      *      the same source fizz-buzz's resume repair and
      *      fb-vaudit's repair mode use: the FB.VSAM.DATA or
      *      FB.VSAM.XREF row for each NUM concerned is written when
      *      missing and rewritten when it differs from the output
      *      row.  A duplicate-key row covers its own NUM; a resume
      *      row covers every NUM past the checkpoint it names.  A
      *      row whose repair went through is RESOLVED; one that
      *      could not be repaired (NUM not on the current output
      *      file, output file unfinished, cluster unavailable, a
      *      write refused) stays OPEN with the reason in its note,
      *      and its re-drive count goes up either way.
      *   2. CLOSE CARDS - what machinery cannot fix (a rejected
      *      deck, a failed consolidation, a bad request card) is
      *      CLOSED by an operator card once it has been dealt with,
      *      recording who and why.  One SYSIN card per row:
      *        'C' col 1, exception key cols 2-31 as listed (log date
      *        2-9, log time 10-17, program 18-25, sequence 26-31),
      *        operator user id cols 32-39, note cols 40-79.
      *      A card without both user and note is rejected, as is
      *      one naming a row that is not on file or not open.
      *   3. LISTING - every row still OPEN, plus every row resolved
      *      or closed today, on FBREPORT with the file's counts, so
      *      audit can be shown each exception and how it cleared.
      * Rows are never deleted.  RC=0 nothing left open, RC=4 rows
      * still open, RC=8 any close card rejected, RC=16 when the
      * suspense file or the report cannot be opened, or when
      * FB.OUTPUT.DATA cannot be re-opened for the re-drive scan.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

      *    DYNAMIC - THE LOAD AND THE LISTING ARE BROWSES, THE
      *    RESULT POSTING AND THE CLOSE CARDS ARE KEYED UPDATES.
           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

           SELECT fb-output-file ASSIGN TO "FBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-output-status.

           SELECT fb-vsam-file ASSIGN TO "FBVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS fb-vsam-value
               FILE STATUS IS ws-vsam-status.

           SELECT fb-xref-file ASSIGN TO "FBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-XRF-KEY
               FILE STATUS IS ws-xref-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-xcc-card.
           05  fb-xcc-type             PIC X(1).
               88  fb-xcc-is-close         VALUE 'C'.
           05  fb-xcc-key              PIC X(30).
           05  fb-xcc-user             PIC X(8).
           05  fb-xcc-note             PIC X(40).
           05  FILLER                  PIC X(1).

       FD  fb-excpt-file.
           COPY FBEXCPT.

       FD  fb-output-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-in-record                PIC X(177).

       FD  fb-vsam-file.
           COPY FBRECORD
               REPLACING FB-DETAIL-RECORD BY FB-VSAM-RECORD
                         FB-REC-SEQ-NUM  BY FB-VSAM-SEQ-NUM
                         FB-REC-VALUE    BY FB-VSAM-VALUE
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.

       FD  fb-xref-file.
           COPY FBXREF.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       WORKING-STORAGE SECTION.

      *    THE OPEN, FIXABLE ROWS TAKEN IN ONE EXECUTION - ANY PAST
      *    THE TABLE'S SIZE ARE LEFT OPEN, UNTOUCHED, FOR THE NEXT
      *    ONE.  EACH ENTRY COVERS A NUM RANGE: FROM = TO FOR A
      *    DUPLICATE KEY, CHECKPOINT + 1 TO THE TOP FOR A RESUME
      *    REPAIR THAT NEVER HAPPENED.
       01  ws-max-redrive              PIC 9(3) VALUE 500.
       01  ws-rd-count                 PIC 9(3) VALUE 0.
       01  ws-rd-idx                   PIC 9(3).
       01  ws-rd-table.
           05  ws-rd-entry OCCURS 500 TIMES.
               10  ws-rd-key               PIC X(30).
               10  ws-rd-target            PIC X(1).
                   88  ws-rd-is-vsam           VALUE 'V'.
                   88  ws-rd-is-xref           VALUE 'X'.
               10  ws-rd-single            PIC X(1).
                   88  ws-rd-one-num           VALUE 'Y'.
               10  ws-rd-from              PIC 9(9).
               10  ws-rd-to                PIC 9(9).
               10  ws-rd-matched           PIC 9(9).
               10  ws-rd-rewritten         PIC 9(9).
               10  ws-rd-refused           PIC 9(9).
       01  ws-rd-deferred              PIC 9(9) VALUE 0.
       01  ws-rd-lo-bound              PIC 9(9) VALUE 999999999.
       01  ws-rd-hi-bound              PIC 9(9) VALUE 0.

      *    WHY A WHOLE RE-DRIVE PASS, OR ONE CLUSTER, COULD NOT BE
      *    ATTEMPTED - SPACES WHEN IT WAS.
       01  ws-redrive-block            PIC X(40) VALUE SPACES.
       01  ws-output-lost              PIC X VALUE 'N'.
           88  ws-output-reopen-failed     VALUE 'Y'.
       01  ws-vsam-block               PIC X(40) VALUE SPACES.
       01  ws-xref-block               PIC X(40) VALUE SPACES.

       01  ws-trailer-found            PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-out-eof                  PIC X VALUE 'N'.
           88  ws-out-exhausted            VALUE 'Y'.
       01  ws-out-num                  PIC 9(9).
       01  ws-out-seq                  PIC 9(9).
       01  ws-out-label                PIC X(45).
       01  ws-out-run-id               PIC 9(14).

       01  ws-listing-eof              PIC X VALUE 'N'.
           88  ws-listing-done             VALUE 'Y'.

       01  ws-counters.
           05  ws-rows-on-file         PIC 9(9) VALUE 0.
           05  ws-open-at-start        PIC 9(9) VALUE 0.
           05  ws-resolved-now         PIC 9(9) VALUE 0.
           05  ws-left-open-now        PIC 9(9) VALUE 0.
           05  ws-cards-read           PIC 9(4) VALUE 0.
           05  ws-cards-closed         PIC 9(4) VALUE 0.
           05  ws-cards-rejected       PIC 9(4) VALUE 0.
           05  ws-still-open           PIC 9(9) VALUE 0.
           05  ws-resolved-total       PIC 9(9) VALUE 0.
           05  ws-closed-total         PIC 9(9) VALUE 0.

       01  ws-reject-reason            PIC X(40).
       01  ws-note                     PIC X(40).

       01  ws-heading-1.
           05  FILLER                  PIC X(42)
               VALUE "FB.EXCEPTION.DATA RE-DRIVE AND OPEN LIST".
           05  FILLER                  PIC X(66) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PRINTED ".
           05  ws-hd-date              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-hd-time              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-heading-2.
           05  FILLER                  PIC X(17) VALUE "LOGGED".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(8)  VALUE "SEQ".
           05  FILLER                  PIC X(16) VALUE "RUN ID".
           05  FILLER                  PIC X(11) VALUE "NUM".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(5)  VALUE "FIX".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(49)
               VALUE "DETAIL / RESOLUTION".

       01  ws-detail-line.
           05  ws-dt-log-date          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-log-time          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-program           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-seq               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-run-id            PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-num               PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-reason            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-fixable           PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-dt-status            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-text              PIC X(49).

       01  ws-count-line.
           05  ws-ct-text              PIC X(44).
           05  ws-ct-count             PIC Z(8)9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-excpt-status             PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-vsam-status              PIC XX.
       01  ws-xref-status              PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           OPEN OUTPUT fb-report-file
           PERFORM 0100-CHECK-REPORT-OPEN
           PERFORM 0300-WRITE-HEADINGS
           OPEN I-O fb-excpt-file
           IF ws-excpt-status NOT = "00"
               DISPLAY "FBEXCPRC: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status " - JOB ABENDING"
               MOVE "FB.EXCEPTION.DATA COULD NOT BE OPENED"
                   TO fb-report-line
               WRITE fb-report-line
               CLOSE fb-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-REDRIVE-TABLE
           IF ws-rd-count > 0
               PERFORM 2000-REDRIVE-FROM-OUTPUT
               PERFORM 3000-POST-REDRIVE-RESULTS
                   VARYING ws-rd-idx FROM 1 BY 1
                   UNTIL ws-rd-idx > ws-rd-count
           END-IF
           PERFORM 4000-APPLY-CLOSE-CARDS
           PERFORM 5000-LIST-EXCEPTIONS
           CLOSE fb-excpt-file
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBEXCPRC: ON FILE=" ws-rows-on-file
               " RE-DRIVEN=" ws-rd-count
               " RESOLVED=" ws-resolved-now
               " CARDS CLOSED=" ws-cards-closed
               " REJECTED=" ws-cards-rejected
               " STILL OPEN=" ws-still-open
           EVALUATE TRUE
               WHEN ws-output-reopen-failed
                   MOVE 16 TO RETURN-CODE
               WHEN ws-cards-rejected > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-still-open > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0100-CHECK-REPORT-OPEN.
           IF ws-report-status NOT = "00"
               DISPLAY "FBEXCPRC: OPEN FAILED ON REPORT FILE - "
                   "STATUS " ws-report-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-WRITE-HEADINGS.
           MOVE ws-stamp-date TO ws-hd-date
           MOVE ws-stamp-time TO ws-hd-time
           MOVE ws-heading-1 TO fb-report-line
           WRITE fb-report-line
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE ws-heading-2 TO fb-report-line
           WRITE fb-report-line.

       1000-LOAD-REDRIVE-TABLE.
           PERFORM UNTIL ws-excpt-status NOT = "00"
               READ fb-excpt-file NEXT
                   AT END
                       MOVE "10" TO ws-excpt-status
                   NOT AT END
                       IF FB-EXC-OPEN
                           ADD 1 TO ws-open-at-start
                           IF FB-EXC-CAN-REDRIVE
                               PERFORM 1100-TAKE-REDRIVE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-rd-deferred > 0
               DISPLAY "FBEXCPRC: " ws-rd-deferred " FIXABLE ROW(S) "
                   "PAST THE RE-DRIVE TABLE LEFT FOR THE NEXT RUN"
           END-IF.

       1100-TAKE-REDRIVE-ROW.
           IF ws-rd-count < ws-max-redrive
               ADD 1 TO ws-rd-count
               MOVE FB-EXC-KEY TO ws-rd-key(ws-rd-count)
               MOVE 0 TO ws-rd-matched(ws-rd-count)
               MOVE 0 TO ws-rd-rewritten(ws-rd-count)
               MOVE 0 TO ws-rd-refused(ws-rd-count)
               EVALUATE TRUE
                   WHEN FB-EXC-VSAM-DUP OR FB-EXC-VSAM-RESYNC
                       MOVE 'V' TO ws-rd-target(ws-rd-count)
                   WHEN OTHER
                       MOVE 'X' TO ws-rd-target(ws-rd-count)
               END-EVALUATE
               IF FB-EXC-VSAM-DUP OR FB-EXC-XREF-DUP
                   MOVE 'Y' TO ws-rd-single(ws-rd-count)
                   MOVE FB-EXC-NUM TO ws-rd-from(ws-rd-count)
                   MOVE FB-EXC-NUM TO ws-rd-to(ws-rd-count)
               ELSE
                   MOVE 'N' TO ws-rd-single(ws-rd-count)
                   COMPUTE ws-rd-from(ws-rd-count) = FB-EXC-NUM + 1
                   MOVE 999999999 TO ws-rd-to(ws-rd-count)
               END-IF
               IF ws-rd-from(ws-rd-count) < ws-rd-lo-bound
                   MOVE ws-rd-from(ws-rd-count) TO ws-rd-lo-bound
               END-IF
               IF ws-rd-to(ws-rd-count) > ws-rd-hi-bound
                   MOVE ws-rd-to(ws-rd-count) TO ws-rd-hi-bound
               END-IF
           ELSE
               ADD 1 TO ws-rd-deferred
           END-IF.

       2000-REDRIVE-FROM-OUTPUT.
      *    AN UNFINISHED OUTPUT FILE IS NO SOURCE TO REPAIR FROM -
      *    NOTHING IS RE-DRIVEN UNTIL IT CARRIES A TRAILER.
           PERFORM 2100-READ-OUTPUT-TRAILER
           IF ws-redrive-block = SPACES
               OPEN I-O fb-vsam-file
               IF ws-vsam-status NOT = "00"
                   MOVE SPACES TO ws-vsam-block
                   STRING "FB.VSAM.DATA NOT OPEN - STATUS "
                           DELIMITED SIZE
                       ws-vsam-status DELIMITED SIZE
                       INTO ws-vsam-block
                   END-STRING
               END-IF
               OPEN I-O fb-xref-file
               IF ws-xref-status NOT = "00"
                   MOVE SPACES TO ws-xref-block
                   STRING "FB.VSAM.XREF NOT OPEN - STATUS "
                           DELIMITED SIZE
                       ws-xref-status DELIMITED SIZE
                       INTO ws-xref-block
                   END-STRING
               END-IF
      *        THE TRAILER PASS CLOSED THE FILE - A FAILED RE-OPEN
      *        LEAVES EVERY ROW OPEN WITH THE REASON AND ENDS RC 16.
               OPEN INPUT fb-output-file
               IF ws-output-status NOT = "00"
                   DISPLAY "FBEXCPRC: CANNOT RE-OPEN FB.OUTPUT.DATA - "
                       "STATUS " ws-output-status " - NOTHING RE-DRIVEN"
                   MOVE 'Y' TO ws-output-lost
                   MOVE SPACES TO ws-redrive-block
                   STRING "FB.OUTPUT.DATA NOT OPEN - STATUS "
                           DELIMITED SIZE
                       ws-output-status DELIMITED SIZE
                       INTO ws-redrive-block
                   END-STRING
               ELSE
                   PERFORM 2200-READ-OUTPUT-DETAIL
                   PERFORM UNTIL ws-out-exhausted
                       IF ws-out-num >= ws-rd-lo-bound
                           AND ws-out-num <= ws-rd-hi-bound
                           PERFORM 2300-APPLY-ROW-TO-ENTRY
                               VARYING ws-rd-idx FROM 1 BY 1
                               UNTIL ws-rd-idx > ws-rd-count
                       END-IF
                       PERFORM 2200-READ-OUTPUT-DETAIL
                   END-PERFORM
                   CLOSE fb-output-file
               END-IF
               IF ws-vsam-block = SPACES
                   CLOSE fb-vsam-file
               END-IF
               IF ws-xref-block = SPACES
                   CLOSE fb-xref-file
               END-IF
           END-IF.

       2100-READ-OUTPUT-TRAILER.
           OPEN INPUT fb-output-file
           IF ws-output-status NOT = "00"
               MOVE SPACES TO ws-redrive-block
               STRING "FB.OUTPUT.DATA NOT OPEN - STATUS "
                       DELIMITED SIZE
                   ws-output-status DELIMITED SIZE
                   INTO ws-redrive-block
               END-STRING
           ELSE
               PERFORM UNTIL ws-output-status NOT = "00"
                   READ fb-output-file
                       AT END
                           MOVE "10" TO ws-output-status
                       NOT AT END
                           IF fb-in-record(1:7) = "TRAILER"
                               MOVE 'Y' TO ws-trailer-found
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fb-output-file
               IF NOT ws-found-trailer
                   MOVE "NO TRAILER ON FB.OUTPUT.DATA"
                       TO ws-redrive-block
               END-IF
           END-IF.

       2200-READ-OUTPUT-DETAIL.
      *    SAME DETAIL HARVEST AS fb-vaudit'S 4100-READ-OUTPUT-DETAIL.
           MOVE SPACES TO fb-in-record
           PERFORM UNTIL ws-out-exhausted
               OR fb-in-record(1:7) NOT = SPACES
               READ fb-output-file
                   AT END
                       MOVE 'Y' TO ws-out-eof
                   NOT AT END
                       IF fb-in-record(1:7) = "TRAILER"
                           MOVE SPACES TO fb-in-record
                       ELSE
                           MOVE fb-in-record(1:9) TO ws-out-seq
                           MOVE fb-in-record(10:9) TO ws-out-num
                           MOVE fb-in-record(19:45) TO ws-out-label
                           MOVE fb-in-record(64:14) TO ws-out-run-id
                       END-IF
               END-READ
           END-PERFORM.

       2300-APPLY-ROW-TO-ENTRY.
           IF ws-out-num >= ws-rd-from(ws-rd-idx)
               AND ws-out-num <= ws-rd-to(ws-rd-idx)
               ADD 1 TO ws-rd-matched(ws-rd-idx)
               EVALUATE TRUE
                   WHEN ws-rd-is-vsam(ws-rd-idx)
                       AND ws-vsam-block = SPACES
                       PERFORM 2400-REPAIR-VSAM-ROW
                   WHEN ws-rd-is-xref(ws-rd-idx)
                       AND ws-xref-block = SPACES
                       PERFORM 2500-REPAIR-XREF-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2400-REPAIR-VSAM-ROW.
           MOVE ws-out-num TO fb-vsam-value
           READ fb-vsam-file
               INVALID KEY
                   MOVE ws-out-seq TO fb-vsam-seq-num
                   MOVE ws-out-num TO fb-vsam-value
                   MOVE ws-out-label TO fb-vsam-label
                   MOVE ws-out-run-id TO fb-vsam-run-id
                   WRITE fb-vsam-record
                       INVALID KEY
                           ADD 1 TO ws-rd-refused(ws-rd-idx)
                       NOT INVALID KEY
                           ADD 1 TO ws-rd-rewritten(ws-rd-idx)
                   END-WRITE
               NOT INVALID KEY
                   IF fb-vsam-seq-num NOT = ws-out-seq
                       OR fb-vsam-label NOT = ws-out-label
                       OR fb-vsam-run-id NOT = ws-out-run-id
                       MOVE ws-out-seq TO fb-vsam-seq-num
                       MOVE ws-out-label TO fb-vsam-label
                       MOVE ws-out-run-id TO fb-vsam-run-id
                       REWRITE fb-vsam-record
                           INVALID KEY
                               ADD 1 TO ws-rd-refused(ws-rd-idx)
                           NOT INVALID KEY
                               ADD 1 TO ws-rd-rewritten(ws-rd-idx)
                       END-REWRITE
                   END-IF
           END-READ.

       2500-REPAIR-XREF-ROW.
      *    THE LABEL LEADS THE KEY, SO ONLY THE ROW UNDER THE OUTPUT
      *    ROW'S OWN LABEL CAN BE FOUND AND PUT RIGHT - A STALE ROW
      *    UNDER ANOTHER LABEL IS fb-vaudit/FBXQUERY TERRITORY.
           MOVE ws-out-label TO FB-XRF-LABEL
           MOVE ws-out-num TO FB-XRF-VALUE
           READ fb-xref-file
               INVALID KEY
                   MOVE ws-out-label TO FB-XRF-LABEL
                   MOVE ws-out-num TO FB-XRF-VALUE
                   MOVE ws-out-seq TO FB-XRF-SEQ-NUM
                   MOVE ws-out-run-id TO FB-XRF-RUN-ID
                   WRITE FB-XREF-RECORD
                       INVALID KEY
                           ADD 1 TO ws-rd-refused(ws-rd-idx)
                       NOT INVALID KEY
                           ADD 1 TO ws-rd-rewritten(ws-rd-idx)
                   END-WRITE
               NOT INVALID KEY
                   IF FB-XRF-SEQ-NUM NOT = ws-out-seq
                       OR FB-XRF-RUN-ID NOT = ws-out-run-id
                       MOVE ws-out-seq TO FB-XRF-SEQ-NUM
                       MOVE ws-out-run-id TO FB-XRF-RUN-ID
                       REWRITE FB-XREF-RECORD
                           INVALID KEY
                               ADD 1 TO ws-rd-refused(ws-rd-idx)
                           NOT INVALID KEY
                               ADD 1 TO ws-rd-rewritten(ws-rd-idx)
                       END-REWRITE
                   END-IF
           END-READ.

       3000-POST-REDRIVE-RESULTS.
           MOVE ws-rd-key(ws-rd-idx) TO FB-EXC-KEY
           READ fb-excpt-file KEY IS FB-EXC-KEY
               INVALID KEY
                   DISPLAY "FBEXCPRC: ROW " ws-rd-key(ws-rd-idx)
                       " VANISHED BEFORE ITS RESULT WAS POSTED"
               NOT INVALID KEY
                   PERFORM 3100-JUDGE-REDRIVE
           END-READ.

       3100-JUDGE-REDRIVE.
           ADD 1 TO FB-EXC-REDRIVES
           MOVE SPACES TO ws-note
           EVALUATE TRUE
               WHEN ws-redrive-block NOT = SPACES
                   MOVE ws-redrive-block TO ws-note
               WHEN ws-rd-is-vsam(ws-rd-idx)
                   AND ws-vsam-block NOT = SPACES
                   MOVE ws-vsam-block TO ws-note
               WHEN ws-rd-is-xref(ws-rd-idx)
                   AND ws-xref-block NOT = SPACES
                   MOVE ws-xref-block TO ws-note
               WHEN ws-rd-refused(ws-rd-idx) > 0
                   STRING ws-rd-refused(ws-rd-idx) DELIMITED SIZE
                       " ROW(S) REFUSED BY THE CLUSTER"
                           DELIMITED SIZE
                       INTO ws-note
                   END-STRING
               WHEN ws-rd-one-num(ws-rd-idx)
                   AND ws-rd-matched(ws-rd-idx) = 0
                   MOVE "NUM NOT ON CURRENT FB.OUTPUT.DATA" TO ws-note
               WHEN OTHER
                   MOVE 'R' TO FB-EXC-STATUS
           END-EVALUATE
           IF FB-EXC-RESOLVED
               ADD 1 TO ws-resolved-now
               IF ws-rd-rewritten(ws-rd-idx) = 0
                   MOVE "CLUSTER ALREADY AGREED WITH OUTPUT FILE"
                       TO ws-note
               ELSE
                   STRING ws-rd-rewritten(ws-rd-idx) DELIMITED SIZE
                       " ROW(S) RE-WRITTEN FROM OUTPUT"
                           DELIMITED SIZE
                       INTO ws-note
                   END-STRING
               END-IF
               MOVE "FBEXCPRC" TO FB-EXC-RES-BY
               MOVE ws-stamp-date TO FB-EXC-RES-DATE
               MOVE ws-stamp-time TO FB-EXC-RES-TIME
           ELSE
               ADD 1 TO ws-left-open-now
           END-IF
           MOVE ws-note TO FB-EXC-RES-NOTE
           REWRITE FB-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "FBEXCPRC: REWRITE FAILED FOR ROW "
                       FB-EXC-KEY " - STATUS " ws-excpt-status
           END-REWRITE.

       4000-APPLY-CLOSE-CARDS.
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status NOT = "00"
               DISPLAY "FBEXCPRC: NO SYSIN CLOSE CARDS"
           ELSE
               PERFORM UNTIL ws-sysin-status NOT = "00"
                   READ fb-sysin-file
                       AT END
                           MOVE "10" TO ws-sysin-status
                       NOT AT END
                           PERFORM 4100-APPLY-CLOSE-CARD
                   END-READ
               END-PERFORM
               CLOSE fb-sysin-file
           END-IF.

       4100-APPLY-CLOSE-CARD.
           ADD 1 TO ws-cards-read
           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN NOT fb-xcc-is-close
                   MOVE "CARD TYPE MUST BE C" TO ws-reject-reason
               WHEN fb-xcc-user = SPACES
                   MOVE "NO OPERATOR USER ID ON CARD"
                       TO ws-reject-reason
               WHEN fb-xcc-note = SPACES
                   MOVE "NO CLOSING NOTE ON CARD" TO ws-reject-reason
               WHEN OTHER
                   MOVE fb-xcc-key TO FB-EXC-KEY
                   READ fb-excpt-file KEY IS FB-EXC-KEY
                       INVALID KEY
                           MOVE "EXCEPTION KEY NOT ON FILE"
                               TO ws-reject-reason
                       NOT INVALID KEY
                           PERFORM 4200-CLOSE-EXCEPTION
                   END-READ
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               ADD 1 TO ws-cards-rejected
               DISPLAY "FBEXCPRC: CARD " ws-cards-read " REJECTED - "
                   ws-reject-reason
           END-IF.

       4200-CLOSE-EXCEPTION.
           IF NOT FB-EXC-OPEN
               MOVE "EXCEPTION ALREADY RESOLVED OR CLOSED"
                   TO ws-reject-reason
           ELSE
               MOVE 'C' TO FB-EXC-STATUS
               MOVE fb-xcc-user TO FB-EXC-RES-BY
               MOVE fb-xcc-note TO FB-EXC-RES-NOTE
               MOVE ws-stamp-date TO FB-EXC-RES-DATE
               MOVE ws-stamp-time TO FB-EXC-RES-TIME
               REWRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       MOVE "REWRITE OF EXCEPTION ROW FAILED"
                           TO ws-reject-reason
                   NOT INVALID KEY
                       ADD 1 TO ws-cards-closed
               END-REWRITE
           END-IF.

       5000-LIST-EXCEPTIONS.
           MOVE LOW-VALUES TO FB-EXC-KEY
           START fb-excpt-file KEY IS NOT LESS THAN FB-EXC-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-listing-eof
           END-START
           PERFORM UNTIL ws-listing-done
               READ fb-excpt-file NEXT
                   AT END
                       MOVE 'Y' TO ws-listing-eof
                   NOT AT END
                       PERFORM 5100-TAKE-LISTING-ROW
               END-READ
           END-PERFORM.

       5100-TAKE-LISTING-ROW.
           ADD 1 TO ws-rows-on-file
           EVALUATE TRUE
               WHEN FB-EXC-OPEN
                   ADD 1 TO ws-still-open
                   MOVE "OPEN" TO ws-dt-status
                   IF FB-EXC-RES-NOTE NOT = SPACES
                       MOVE FB-EXC-RES-NOTE TO ws-dt-text
                   ELSE
                       MOVE FB-EXC-DETAIL TO ws-dt-text
                   END-IF
                   PERFORM 6000-PRINT-EXCEPTION
               WHEN FB-EXC-RESOLVED
                   ADD 1 TO ws-resolved-total
                   MOVE "RESOLVED" TO ws-dt-status
                   PERFORM 5200-LIST-IF-CLEARED-TODAY
               WHEN OTHER
                   ADD 1 TO ws-closed-total
                   MOVE "CLOSED" TO ws-dt-status
                   PERFORM 5200-LIST-IF-CLEARED-TODAY
           END-EVALUATE.

       5200-LIST-IF-CLEARED-TODAY.
           IF FB-EXC-RES-DATE = ws-stamp-date
               MOVE SPACES TO ws-dt-text
               STRING FUNCTION TRIM(FB-EXC-RES-BY) DELIMITED SIZE
                   ": " DELIMITED SIZE
                   FB-EXC-RES-NOTE DELIMITED SIZE
                   INTO ws-dt-text
               END-STRING
               PERFORM 6000-PRINT-EXCEPTION
           END-IF.

       6000-PRINT-EXCEPTION.
           MOVE FB-EXC-LOG-DATE TO ws-dt-log-date
           MOVE FB-EXC-LOG-TIME(1:6) TO ws-dt-log-time
           MOVE FB-EXC-PROGRAM TO ws-dt-program
           MOVE FB-EXC-LOG-SEQ TO ws-dt-seq
           IF FB-EXC-RUN-ID = 0
               MOVE "NONE" TO ws-dt-run-id
           ELSE
               MOVE FB-EXC-RUN-ID TO ws-dt-run-id
           END-IF
           MOVE FB-EXC-NUM TO ws-dt-num
           MOVE FB-EXC-REASON TO ws-dt-reason
           MOVE FB-EXC-FIXABLE TO ws-dt-fixable
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO fb-report-line
           WRITE fb-report-line
           MOVE "EXCEPTION ROWS ON FILE:" TO ws-ct-text
           MOVE ws-rows-on-file TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "OPEN BEFORE THIS RUN:" TO ws-ct-text
           MOVE ws-open-at-start TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "RE-DRIVEN THIS RUN:" TO ws-ct-text
           MOVE ws-rd-count TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  RESOLVED BY RE-DRIVE:" TO ws-ct-text
           MOVE ws-resolved-now TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  RE-DRIVE FAILED - LEFT OPEN:" TO ws-ct-text
           MOVE ws-left-open-now TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "  FIXABLE, DEFERRED TO NEXT RUN:" TO ws-ct-text
           MOVE ws-rd-deferred TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "CLOSED BY OPERATOR CARD THIS RUN:" TO ws-ct-text
           MOVE ws-cards-closed TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "CLOSE CARDS REJECTED:" TO ws-ct-text
           MOVE ws-cards-rejected TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "ALL-TIME RESOLVED BY RE-DRIVE:" TO ws-ct-text
           MOVE ws-resolved-total TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "ALL-TIME CLOSED BY OPERATOR:" TO ws-ct-text
           MOVE ws-closed-total TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line
           MOVE "STILL OPEN:" TO ws-ct-text
           MOVE ws-still-open TO ws-ct-count
           MOVE ws-count-line TO fb-report-line
           WRITE fb-report-line.
