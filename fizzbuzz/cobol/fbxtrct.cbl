      * columns) on FB.EXTRACT.DATA for the downstream reporting
      * team's file-transfer/interface process to pick up - no manual
      * re-keying out of SYSOUT.  Skips the FB-TRAILER-RECORD row.
      * Nothing is extracted unless the run that wrote the file (the
      * trailer's FB-TRL-RUN-ID) is certified, or has been forced
      * through by operations, on FB.RUN.HISTORY (see FBRHIST.cpy) -
      * RC=8 with no extract written when it is not, or when the file
      * has no trailer to name its run.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-extract-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-output-file
           RECORD CONTAINS 60 CHARACTERS.
       01  fb-extract-record           PIC X(60).

       FD  fb-rhist-file.
           COPY FBRHIST.

       WORKING-STORAGE SECTION.
           COPY FBRECORD.
           COPY FBTRAIL.

       01  ws-trailer-found            PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-release-flag             PIC X VALUE 'N'.
           88  ws-run-releasable           VALUE 'Y'.

       01  ws-csv-line                 PIC X(60).
       01  ws-value-ed                 PIC Z(8)9.

       01  ws-output-status            PIC XX.
       01  ws-extract-status           PIC XX.
       01  ws-rhist-status             PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           PERFORM 0300-READ-RUN-TRAILER
           IF NOT ws-found-trailer
               DISPLAY "FBXTRCT: NO TRAILER ON FB.OUTPUT.DATA - "
                   "UNFINISHED RUN, NO EXTRACT WRITTEN, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0400-CHECK-RUN-CERTIFIED
           IF NOT ws-run-releasable
               DISPLAY "FBXTRCT: RUN " fb-trl-run-id " NOT CERTIFIED"
                   " FOR RELEASE - NO EXTRACT WRITTEN, JOB FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-output-file
           PERFORM 0100-CHECK-OUTPUT-OPEN
           OPEN OUTPUT fb-extract-file
               STOP RUN
           END-IF.

       0300-READ-RUN-TRAILER.
      *    THE TRAILER IS THE LAST ROW, SO THE RUN ID IT CARRIES IS
      *    ONLY IN HAND AFTER A FIRST PASS - THE SAME HARVEST
      *    fb-recon'S 5000-READ-TRAILER MAKES.
           OPEN INPUT fb-output-file
           PERFORM 0100-CHECK-OUTPUT-OPEN
           PERFORM UNTIL ws-output-status NOT = "00"
               READ fb-output-file
                   AT END
                       MOVE "10" TO ws-output-status
                   NOT AT END
                       IF fb-in-record(1:7) = "TRAILER"
                           MOVE fb-in-record TO fb-trailer-record
                           MOVE 'Y' TO ws-trailer-found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fb-output-file.

       0400-CHECK-RUN-CERTIFIED.
      *    RELEASABLE MEANS CERTIFIED BY THE THREE CHECKS OR FORCED
      *    THROUGH BY OPERATIONS (fb-certov) - ANYTHING ELSE, AND
      *    ANY DOUBT ABOUT THE REGISTRY ITSELF, HOLDS THE EXTRACT.
           MOVE 'N' TO ws-release-flag
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBXTRCT: CANNOT OPEN FB.RUN.HISTORY - STATUS "
                   ws-rhist-status " - CERTIFICATION UNKNOWN"
           ELSE
               MOVE fb-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBXTRCT: RUN " fb-trl-run-id
                           " NOT ON FB.RUN.HISTORY"
                   NOT INVALID KEY
                       PERFORM 0410-JUDGE-CERTIFICATION
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       0410-JUDGE-CERTIFICATION.
           EVALUATE TRUE
               WHEN FB-RH-CERTIFIED
                   MOVE 'Y' TO ws-release-flag
               WHEN FB-RH-CERT-FORCED
                   MOVE 'Y' TO ws-release-flag
                   DISPLAY "FBXTRCT: RUN " FB-RH-RUN-ID
                       " RELEASED UNDER OVERRIDE BY " FB-RH-OVR-USER
                       " - " FB-RH-OVR-REASON
               WHEN FB-RH-CERT-FAILED
                   DISPLAY "FBXTRCT: RUN " FB-RH-RUN-ID
                       " FAILED CERTIFICATION AT " FB-RH-CERT-STEP
                       " - " FB-RH-CERT-REASON
               WHEN OTHER
                   DISPLAY "FBXTRCT: RUN " FB-RH-RUN-ID
                       " CERTIFICATION NOT COMPLETE - RECON "
                       FB-RH-CERT-RECON " TREND " FB-RH-CERT-TREND
                       " AUDIT " FB-RH-CERT-VAUDIT
           END-EVALUATE.

       1000-WRITE-HEADER.
           MOVE "VALUE,LABEL" TO fb-extract-record
           WRITE fb-extract-record.
