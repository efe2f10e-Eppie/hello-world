       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-certov.

      ******************************************************************
      * FB-CERTOV
      * Operations override of run certification.  A run whose
      * FB.RUN.HISTORY row has failed one of the certification checks
      * (fb-recon, fb-trend, fb-vaudit), or has not yet been through
      * all three, is held by every downstream release step (fb-xtrct,
      * fb-feedst, fb-lkup, fb-sumrpt).  When operations decides to
      * release it anyway, this step marks the row FORCED and records
      * who forced it, when, and why (see FBRHIST.cpy) - the failing
      * step and reason stay on the row beside the override, so the
      * morning report shows both what was wrong and who accepted it.
      * One SYSIN card per run to force:
      *   'F' col 1, run id (the FB.RUN.HISTORY key) cols 2-15,
      *   operator user id cols 16-23, reason cols 24-63.
      * A card missing the user or the reason is rejected - a forced
      * release nobody owns is exactly what this step exists to
      * prevent.  Only a completed run can be forced, never an
      * unfinished one or a partition slice (force the merged run).
      * A later rerun of a check that fails withdraws the override.
      * RC=0 every card applied, RC=4 a run was already certified
      * (nothing to force), RC=8 any card rejected, RC=16 when
      * FB.RUN.HISTORY cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-ovc-card.
           05  fb-ovc-type             PIC X(1).
               88  fb-ovc-is-force         VALUE 'F'.
           05  fb-ovc-run-id           PIC 9(14).
           05  fb-ovc-user             PIC X(8).
           05  fb-ovc-reason           PIC X(40).
           05  FILLER                  PIC X(17).

       FD  fb-rhist-file.
           COPY FBRHIST.

       WORKING-STORAGE SECTION.

       01  ws-counters.
           05  ws-cards-read           PIC 9(4) VALUE 0.
           05  ws-cards-forced         PIC 9(4) VALUE 0.
           05  ws-cards-already        PIC 9(4) VALUE 0.
           05  ws-cards-rejected       PIC 9(4) VALUE 0.

       01  ws-reject-reason            PIC X(40).

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ws-sysin-status             PIC XX.
       01  ws-rhist-status             PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           OPEN I-O fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBCERTOV: CANNOT OPEN FB.RUN.HISTORY - "
                   "STATUS " ws-rhist-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status NOT = "00"
               DISPLAY "FBCERTOV: NO SYSIN OVERRIDE CARDS - NOTHING "
                   "FORCED"
           ELSE
               PERFORM UNTIL ws-sysin-status NOT = "00"
                   READ fb-sysin-file
                       AT END
                           MOVE "10" TO ws-sysin-status
                       NOT AT END
                           PERFORM 1000-APPLY-OVERRIDE-CARD
                   END-READ
               END-PERFORM
               CLOSE fb-sysin-file
           END-IF
           CLOSE fb-rhist-file
           DISPLAY "FBCERTOV: CARDS=" ws-cards-read
               " FORCED=" ws-cards-forced
               " ALREADY-CERTIFIED=" ws-cards-already
               " REJECTED=" ws-cards-rejected
           EVALUATE TRUE
               WHEN ws-cards-rejected > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-cards-already > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-APPLY-OVERRIDE-CARD.
           ADD 1 TO ws-cards-read
           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN NOT fb-ovc-is-force
                   MOVE "CARD TYPE MUST BE F" TO ws-reject-reason
               WHEN fb-ovc-run-id IS NOT NUMERIC
                   MOVE "RUN ID MUST BE 14 DIGITS"
                       TO ws-reject-reason
               WHEN fb-ovc-user = SPACES
                   MOVE "NO OPERATOR USER ID ON CARD"
                       TO ws-reject-reason
               WHEN fb-ovc-reason = SPACES
                   MOVE "NO OVERRIDE REASON ON CARD"
                       TO ws-reject-reason
               WHEN OTHER
                   PERFORM 2000-FORCE-RUN
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               ADD 1 TO ws-cards-rejected
               DISPLAY "FBCERTOV: CARD " ws-cards-read " REJECTED - "
                   ws-reject-reason
           END-IF.

       2000-FORCE-RUN.
           MOVE fb-ovc-run-id TO FB-RH-RUN-ID
           READ fb-rhist-file
               INVALID KEY
                   MOVE "RUN ID NOT ON FB.RUN.HISTORY"
                       TO ws-reject-reason
               NOT INVALID KEY
                   PERFORM 2100-JUDGE-AND-FORCE
           END-READ.

       2100-JUDGE-AND-FORCE.
           EVALUATE TRUE
               WHEN FB-RH-PART-SLICE
                   MOVE "PARTITION SLICE - FORCE THE MERGED RUN"
                       TO ws-reject-reason
               WHEN NOT FB-RH-COMPLETE AND NOT FB-RH-PURGED
                   MOVE "RUN NEVER COMPLETED - CANNOT BE FORCED"
                       TO ws-reject-reason
               WHEN FB-RH-CERTIFIED
                   ADD 1 TO ws-cards-already
                   DISPLAY "FBCERTOV: RUN " FB-RH-RUN-ID
                       " ALREADY CERTIFIED - NOTHING TO FORCE"
               WHEN OTHER
                   PERFORM 2200-MARK-FORCED
           END-EVALUATE.

       2200-MARK-FORCED.
      *    THE FAILING STEP AND REASON ARE LEFT AS THEY ARE - THE
      *    OVERRIDE IS RECORDED BESIDE THEM, NOT OVER THEM.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE 'O' TO FB-RH-CERT-STATUS
           MOVE fb-ovc-user TO FB-RH-OVR-USER
           MOVE fb-ovc-reason TO FB-RH-OVR-REASON
           MOVE ws-stamp-date TO FB-RH-OVR-DATE
           MOVE ws-stamp-time TO FB-RH-OVR-TIME
           REWRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   MOVE "REWRITE OF FB.RUN.HISTORY ROW FAILED"
                       TO ws-reject-reason
               NOT INVALID KEY
                   ADD 1 TO ws-cards-forced
                   DISPLAY "FBCERTOV: RUN " FB-RH-RUN-ID
                       " FORCED BY " fb-ovc-user " - " fb-ovc-reason
           END-REWRITE.
