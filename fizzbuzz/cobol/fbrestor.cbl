       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-restor.

      ******************************************************************
      * FB-RESTOR
      * Recovery of the FB.VSAM.DATA and FB.VSAM.XREF clusters from a
      * run's archived FB.OUTPUT.HISTORY generation, for when either
      * cluster is damaged or lost.  Rerunning the whole fizz-buzz job
      * would take the batch window and stamp a NEW run id, breaking
      * the as-of (fb-asof) and delta (fb-delta) history; a restore
      * puts back exactly the rows the registered run published,
      * FB-REC-SEQ-NUM and FB-REC-RUN-ID included.  Runs as two steps
      * of FBRESTOR.JCL, driven by the card type on SYSIN:
      *   'R' cols 1, run id (the FB.RUN.HISTORY key) cols 2-15 -
      *       VERIFY.  The run must be registered, completed, not a
      *       partition slice (restore the merged run) and not purged.
      *       Its generation is found the way fb-asof finds one: the
      *       FBHIST DD concatenates every held generation, and the
      *       segment closed by the trailer carrying the run id is the
      *       run's generation (the per-row stamps inside may belong to
      *       an execution the run resumed).  That segment's detail
      *       rows must agree with its trailer total.  Only then is the
      *       'L' card for the load step written to FBRSTCRD - the
      *       clusters are never deleted for a run that cannot be put
      *       back.
      *   'L' - LOAD, after IDCAMS has deleted and redefined both
      *       clusters.  Repeats the checks, reloads both clusters from
      *       the segment, reads each back to count what is really on
      *       it, and checks both counts against the trailer total.
      *       When they agree the run's FB.RUN.HISTORY row is marked
      *       RESTORED with the stamp and row count (see FBRHIST.cpy),
      *       which fb-rhrpt prints on the morning report.
      * A run that is not the latest completed run can be restored,
      * but FB.OUTPUT.DATA still holds the later run, so fb-vaudit
      * will flag the difference until the next run - RC=4 warns of
      * it.  RC=0 restored/verified, RC=4 restored/verified an older
      * run, RC=8 refused or the counts disagree (the run is not
      * marked), RC=16 when a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-hist-file ASSIGN TO "FBHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.

           SELECT fb-rstcrd-file ASSIGN TO "FBRSTCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rstcrd-status.

           SELECT fb-vsam-file ASSIGN TO "FBVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fb-vsam-value
               FILE STATUS IS ws-vsam-status.

      *    DYNAMIC - LOADED BY RANDOM WRITES (THE GENERATION IS IN
      *    NUM ORDER, NOT LABEL ORDER), COUNTED BACK BY A BROWSE.
           SELECT fb-xref-file ASSIGN TO "FBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-XRF-KEY
               FILE STATUS IS ws-xref-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-rsc-card.
           05  fb-rsc-type             PIC X(1).
               88  fb-rsc-is-verify        VALUE 'R'.
               88  fb-rsc-is-load          VALUE 'L'.
           05  fb-rsc-run-id           PIC 9(14).
           05  FILLER                  PIC X(65).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-hist-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-hist-record              PIC X(177).

       FD  fb-rstcrd-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-rstcrd-record            PIC X(80).

       FD  fb-vsam-file.
           COPY FBRECORD
               REPLACING FB-DETAIL-RECORD BY FB-VSAM-RECORD
                         FB-REC-SEQ-NUM  BY FB-VSAM-SEQ-NUM
                         FB-REC-VALUE    BY FB-VSAM-VALUE
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.

       FD  fb-xref-file.
           COPY FBXREF.

       WORKING-STORAGE SECTION.
           COPY FBTRAIL.

       01  ws-card-type                PIC X(1) VALUE SPACES.
           88  ws-verify-mode              VALUE 'R'.
           88  ws-load-mode                VALUE 'L'.
       01  ws-run-id                   PIC 9(14) VALUE 0.
       01  ws-reject-reason            PIC X(60) VALUE SPACES.
       01  ws-rhist-opened             PIC X VALUE 'N'.
           88  ws-rhist-is-open            VALUE 'Y'.

      *    THE NEWEST COMPLETED, NON-SLICE RUN AFTER THE ONE BEING
      *    RESTORED - ZERO WHEN THE RESTORED RUN IS THE LATEST.
       01  ws-later-run-id             PIC 9(14) VALUE 0.

      *    SEGMENT N OF THE FBHIST CONCATENATION IS CLOSED BY ITS NTH
      *    TRAILER, AS IN fb-asof.  THE LAST SEGMENT CLOSED BY THE
      *    RUN'S ID WINS, SHOULD A GENERATION EVER BE COPIED TWICE.
       01  ws-segment-count            PIC 9(3) VALUE 0.
       01  ws-cur-segment              PIC 9(3).
       01  ws-run-segment              PIC 9(3) VALUE 0.
       01  ws-seg-details              PIC 9(9) VALUE 0.
       01  ws-gen-details              PIC 9(9) VALUE 0.

       01  ws-counters.
           05  ws-vsam-written         PIC 9(9) VALUE 0.
           05  ws-vsam-refused         PIC 9(9) VALUE 0.
           05  ws-xref-written         PIC 9(9) VALUE 0.
           05  ws-xref-refused         PIC 9(9) VALUE 0.
           05  ws-vsam-reloaded        PIC 9(9) VALUE 0.
           05  ws-xref-reloaded        PIC 9(9) VALUE 0.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-rhist-status             PIC XX.
       01  ws-hist-status              PIC XX.
       01  ws-rstcrd-status            PIC XX.
       01  ws-vsam-status              PIC XX.
       01  ws-xref-status              PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           PERFORM 1000-READ-RESTORE-CARD
           PERFORM 2000-CHECK-RUN-REGISTERED
           PERFORM 3000-LOCATE-GENERATION
           IF ws-verify-mode
               PERFORM 4000-PASS-LOAD-CARD
           ELSE
               PERFORM 5000-RELOAD-CLUSTERS
               PERFORM 6000-COUNT-RELOADED-ROWS
               PERFORM 7000-RECORD-RESTORE
           END-IF
           CLOSE fb-rhist-file
           IF ws-later-run-id > 0
               DISPLAY "FBRESTOR: RUN " ws-run-id " IS NOT THE LATEST"
                   " COMPLETED RUN (" ws-later-run-id ") - "
                   "FB.OUTPUT.DATA STILL HOLDS THE LATER RUN"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-RESTORE-CARD.
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status NOT = "00"
               DISPLAY "FBRESTOR: NO SYSIN RESTORE CARD - NOTHING "
                   "RESTORED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ fb-sysin-file
               AT END
                   MOVE "NO RESTORE CARD ON SYSIN" TO ws-reject-reason
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT fb-rsc-is-verify
                           AND NOT fb-rsc-is-load
                           MOVE "CARD TYPE MUST BE R"
                               TO ws-reject-reason
                       WHEN fb-rsc-run-id IS NOT NUMERIC
                           MOVE "RUN ID MUST BE 14 DIGITS"
                               TO ws-reject-reason
                       WHEN OTHER
                           MOVE fb-rsc-type TO ws-card-type
                           MOVE fb-rsc-run-id TO ws-run-id
                   END-EVALUATE
           END-READ
           CLOSE fb-sysin-file
           IF ws-reject-reason NOT = SPACES
               PERFORM 9000-REFUSE-RESTORE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp.

       2000-CHECK-RUN-REGISTERED.
      *    I-O EVEN IN THE VERIFY STEP - THE SAME OPEN THE LOAD STEP
      *    NEEDS, SO A REGISTRY THE LOAD COULD NOT UPDATE STOPS THE
      *    JOB BEFORE THE CLUSTERS ARE DELETED.
           OPEN I-O fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBRESTOR: CANNOT OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO ws-rhist-opened
           MOVE ws-run-id TO FB-RH-RUN-ID
           READ fb-rhist-file KEY IS FB-RH-RUN-ID
               INVALID KEY
                   MOVE "RUN ID NOT ON FB.RUN.HISTORY"
                       TO ws-reject-reason
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FB-RH-PART-SLICE
                           MOVE "SLICE RUN - RESTORE THE MERGED RUN"
                               TO ws-reject-reason
                       WHEN NOT FB-RH-BASE-SET
                           MOVE "NAMED RULE SET RUN - NOTHING ARCHIVED"
                               TO ws-reject-reason
                       WHEN FB-RH-PURGED
                           MOVE "RUN PURGED - GENERATION ROLLED OFF"
                               TO ws-reject-reason
                       WHEN NOT FB-RH-COMPLETE
                           MOVE "RUN NEVER COMPLETED - NOTHING ARCHIVED"
                               TO ws-reject-reason
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF ws-reject-reason NOT = SPACES
               PERFORM 9000-REFUSE-RESTORE
           END-IF
           PERFORM 2100-FIND-LATER-RUN.

       2100-FIND-LATER-RUN.
      *    THE REGISTRY DELIVERS RUNS ASCENDING BY START STAMP, SO
      *    READING ON FROM THE RESTORED RUN'S ROW SEES EVERY LATER
      *    ONE - THE LAST QUALIFIER IS THE NEWEST.
           PERFORM UNTIL ws-rhist-status NOT = "00"
               READ fb-rhist-file NEXT
                   AT END
                       MOVE "10" TO ws-rhist-status
                   NOT AT END
                       IF FB-RH-COMPLETE
                           AND NOT FB-RH-PART-SLICE
                           AND FB-RH-BASE-SET
                           MOVE FB-RH-RUN-ID TO ws-later-run-id
                       END-IF
               END-READ
           END-PERFORM.

       3000-LOCATE-GENERATION.
           OPEN INPUT fb-hist-file
           IF ws-hist-status NOT = "00"
               DISPLAY "FBRESTOR: CANNOT OPEN FB.OUTPUT.HISTORY "
                   "GENERATIONS - STATUS " ws-hist-status
                   " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-hist-status NOT = "00"
               READ fb-hist-file
                   AT END
                       MOVE "10" TO ws-hist-status
                   NOT AT END
                       IF fb-hist-record(1:7) = "TRAILER"
                           PERFORM 3100-TAKE-SEGMENT-TRAILER
                       ELSE
                           ADD 1 TO ws-seg-details
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-hist-file
           EVALUATE TRUE
               WHEN ws-run-segment = 0
                   MOVE "NO HELD GENERATION CLOSES WITH THIS RUN ID"
                       TO ws-reject-reason
               WHEN ws-gen-details NOT = fb-trl-total
                   STRING "GENERATION HOLDS " DELIMITED SIZE
                       ws-gen-details DELIMITED SIZE
                       " ROWS, ITS TRAILER " DELIMITED SIZE
                       fb-trl-total DELIMITED SIZE
                       INTO ws-reject-reason
                   END-STRING
               WHEN OTHER
                   DISPLAY "FBRESTOR: RUN " ws-run-id " GENERATION "
                       "SEGMENT " ws-run-segment " OF "
                       ws-segment-count " - " ws-gen-details
                       " ROWS, RANGE " fb-trl-low "-" fb-trl-high
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               PERFORM 9000-REFUSE-RESTORE
           END-IF.

       3100-TAKE-SEGMENT-TRAILER.
           ADD 1 TO ws-segment-count
           IF fb-hist-record(164:14) = ws-run-id
               MOVE fb-hist-record TO fb-trailer-record
               MOVE ws-segment-count TO ws-run-segment
               MOVE ws-seg-details TO ws-gen-details
           END-IF
           MOVE 0 TO ws-seg-details.

       4000-PASS-LOAD-CARD.
           OPEN OUTPUT fb-rstcrd-file
           IF ws-rstcrd-status NOT = "00"
               DISPLAY "FBRESTOR: OPEN FAILED ON FBRSTCRD - STATUS "
                   ws-rstcrd-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO fb-rsc-card
           MOVE 'L' TO fb-rsc-type
           MOVE ws-run-id TO fb-rsc-run-id
           MOVE fb-rsc-card TO fb-rstcrd-record
           WRITE fb-rstcrd-record
           CLOSE fb-rstcrd-file
           DISPLAY "FBRESTOR: RUN " ws-run-id " VERIFIED - CLEARED "
               "FOR RELOAD".

       5000-RELOAD-CLUSTERS.
           OPEN OUTPUT fb-vsam-file
           IF ws-vsam-status NOT = "00"
               DISPLAY "FBRESTOR: CANNOT OPEN FB.VSAM.DATA - STATUS "
                   ws-vsam-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT fb-xref-file
           IF ws-xref-status NOT = "00"
               DISPLAY "FBRESTOR: CANNOT OPEN FB.VSAM.XREF - STATUS "
                   ws-xref-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-hist-file
           IF ws-hist-status NOT = "00"
               DISPLAY "FBRESTOR: CANNOT RE-OPEN FB.OUTPUT.HISTORY "
                   "GENERATIONS - STATUS " ws-hist-status
                   " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO ws-cur-segment
           PERFORM UNTIL ws-hist-status NOT = "00"
                   OR ws-cur-segment > ws-run-segment
               READ fb-hist-file
                   AT END
                       MOVE "10" TO ws-hist-status
                   NOT AT END
                       IF fb-hist-record(1:7) = "TRAILER"
                           ADD 1 TO ws-cur-segment
                       ELSE
                           IF ws-cur-segment = ws-run-segment
                               PERFORM 5100-RELOAD-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-hist-file
           CLOSE fb-vsam-file
           CLOSE fb-xref-file
           DISPLAY "FBRESTOR: FB.VSAM.DATA WRITTEN=" ws-vsam-written
               " REFUSED=" ws-vsam-refused
               " FB.VSAM.XREF WRITTEN=" ws-xref-written
               " REFUSED=" ws-xref-refused.

       5100-RELOAD-ONE-ROW.
      *    THE ROW GOES BACK EXACTLY AS ARCHIVED - SEQUENCE NUMBER
      *    AND RUN STAMP INCLUDED - NOT RE-STAMPED WITH TODAY'S RUN.
           MOVE fb-hist-record(1:77) TO FB-VSAM-RECORD
           WRITE FB-VSAM-RECORD
               INVALID KEY
                   ADD 1 TO ws-vsam-refused
                   DISPLAY "FBRESTOR: FB.VSAM.DATA REFUSED NUM "
                       fb-vsam-value " - STATUS " ws-vsam-status
               NOT INVALID KEY
                   ADD 1 TO ws-vsam-written
           END-WRITE
           MOVE fb-hist-record(19:45) TO FB-XRF-LABEL
           MOVE fb-hist-record(10:9) TO FB-XRF-VALUE
           MOVE fb-hist-record(1:9) TO FB-XRF-SEQ-NUM
           MOVE fb-hist-record(64:14) TO FB-XRF-RUN-ID
           WRITE FB-XREF-RECORD
               INVALID KEY
                   ADD 1 TO ws-xref-refused
                   DISPLAY "FBRESTOR: FB.VSAM.XREF REFUSED NUM "
                       FB-XRF-VALUE " - STATUS " ws-xref-status
               NOT INVALID KEY
                   ADD 1 TO ws-xref-written
           END-WRITE.

       6000-COUNT-RELOADED-ROWS.
      *    THE PROOF IS WHAT IS ON THE CLUSTERS NOW, NOT WHAT THE
      *    WRITES REPORTED - EACH IS READ BACK END TO END.
           OPEN INPUT fb-vsam-file
           PERFORM UNTIL ws-vsam-status NOT = "00"
               READ fb-vsam-file NEXT
                   AT END
                       MOVE "10" TO ws-vsam-status
                   NOT AT END
                       ADD 1 TO ws-vsam-reloaded
               END-READ
           END-PERFORM
           CLOSE fb-vsam-file
           OPEN INPUT fb-xref-file
           PERFORM UNTIL ws-xref-status NOT = "00"
               READ fb-xref-file NEXT
                   AT END
                       MOVE "10" TO ws-xref-status
                   NOT AT END
                       ADD 1 TO ws-xref-reloaded
               END-READ
           END-PERFORM
           CLOSE fb-xref-file
           DISPLAY "FBRESTOR: TRAILER TOTAL=" fb-trl-total
               " FB.VSAM.DATA ROWS=" ws-vsam-reloaded
               " FB.VSAM.XREF ROWS=" ws-xref-reloaded.

       7000-RECORD-RESTORE.
           IF ws-vsam-reloaded NOT = fb-trl-total
               OR ws-xref-reloaded NOT = fb-trl-total
               DISPLAY "FBRESTOR: RELOADED ROW COUNTS DISAGREE WITH "
                   "THE TRAILER - RUN " ws-run-id " NOT MARKED "
                   "RESTORED - JOB FAILED"
               CLOSE fb-rhist-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO ws-rhist-opened
           MOVE ws-run-id TO FB-RH-RUN-ID
           READ fb-rhist-file KEY IS FB-RH-RUN-ID
               INVALID KEY
                   DISPLAY "FBRESTOR: RUN " ws-run-id " VANISHED FROM "
                       "FB.RUN.HISTORY - NOT MARKED RESTORED"
                   CLOSE fb-rhist-file
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT FB-RH-RESTORED
               MOVE 0 TO FB-RH-RESTORE-COUNT
           END-IF
           MOVE 'R' TO FB-RH-RESTORE-FLAG
           MOVE ws-stamp-date TO FB-RH-RESTORE-DATE
           MOVE ws-stamp-time TO FB-RH-RESTORE-TIME
           MOVE ws-vsam-reloaded TO FB-RH-RESTORE-ROWS
           ADD 1 TO FB-RH-RESTORE-COUNT
           REWRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   DISPLAY "FBRESTOR: REWRITE OF FB.RUN.HISTORY ROW "
                       "FAILED - STATUS " ws-rhist-status
                       " - CLUSTERS RESTORED BUT NOT RECORDED"
                   CLOSE fb-rhist-file
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           DISPLAY "FBRESTOR: RUN " ws-run-id " RESTORED - "
               ws-vsam-reloaded " ROWS ON EACH CLUSTER".

       9000-REFUSE-RESTORE.
           DISPLAY "FBRESTOR: RUN " ws-run-id " NOT RESTORED - "
               ws-reject-reason
           IF ws-rhist-is-open
               CLOSE fb-rhist-file
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.
