      * recognizable against the trailer's own rule-label list.
      * Returns RC=8 when the trailer is missing, so a scheduled
      * print step fails loudly instead of distributing an empty
      * report - and likewise when the run that wrote the file is
      * neither certified nor forced through by operations on
      * FB.RUN.HISTORY (see FBRHIST.cpy).
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-output-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-status.
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-in-record                PIC X(177).

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
       01  fb-report-line              PIC X(132).

       01  ws-trailer-found            PIC X VALUE 'N'.
           88  ws-found-trailer            VALUE 'Y'.
       01  ws-release-flag             PIC X VALUE 'N'.
           88  ws-run-releasable           VALUE 'Y'.
       01  ws-detail-wanted            PIC X VALUE 'N'.
           88  ws-wants-detail             VALUE 'Y'.

       01  ws-sysin-status             PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-report-status            PIC XX.
       01  ws-rhist-status             PIC XX.

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-CHECK-RUN-CERTIFIED
           IF NOT ws-run-releasable
               MOVE "RUN NOT CERTIFIED FOR RELEASE - NOT PRODUCED"
                   TO fb-report-line
               WRITE fb-report-line
               DISPLAY "FBSUMRPT: RUN " fb-trl-run-id " NOT CERTIFIED"
                   " FOR RELEASE - REPORT NOT PRODUCED"
               CLOSE fb-report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           PERFORM 5000-PRINT-DISTRIBUTION
           IF ws-wants-detail
               CLOSE fb-output-file
           END-IF.

       3500-CHECK-RUN-CERTIFIED.
      *    RELEASABLE MEANS CERTIFIED BY THE THREE CHECKS OR FORCED
      *    THROUGH BY OPERATIONS (fb-certov) - ANYTHING ELSE, AND
      *    ANY DOUBT ABOUT THE REGISTRY ITSELF, HOLDS THE REPORT.
           MOVE 'N' TO ws-release-flag
           OPEN INPUT fb-rhist-file
           IF ws-rhist-status NOT = "00"
               DISPLAY "FBSUMRPT: CANNOT OPEN FB.RUN.HISTORY - STATUS "
                   ws-rhist-status " - CERTIFICATION UNKNOWN"
           ELSE
               MOVE fb-trl-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBSUMRPT: RUN " fb-trl-run-id
                           " NOT ON FB.RUN.HISTORY"
                   NOT INVALID KEY
                       PERFORM 3510-JUDGE-CERTIFICATION
               END-READ
               CLOSE fb-rhist-file
           END-IF.

       3510-JUDGE-CERTIFICATION.
           EVALUATE TRUE
               WHEN FB-RH-CERTIFIED
                   MOVE 'Y' TO ws-release-flag
               WHEN FB-RH-CERT-FORCED
                   MOVE 'Y' TO ws-release-flag
                   DISPLAY "FBSUMRPT: RUN " FB-RH-RUN-ID
                       " RELEASED UNDER OVERRIDE BY " FB-RH-OVR-USER
                       " - " FB-RH-OVR-REASON
               WHEN FB-RH-CERT-FAILED
                   DISPLAY "FBSUMRPT: RUN " FB-RH-RUN-ID
                       " FAILED CERTIFICATION AT " FB-RH-CERT-STEP
                       " - " FB-RH-CERT-REASON
               WHEN OTHER
                   DISPLAY "FBSUMRPT: RUN " FB-RH-RUN-ID
                       " CERTIFICATION NOT COMPLETE - RECON "
                       FB-RH-CERT-RECON " TREND " FB-RH-CERT-TREND
                       " AUDIT " FB-RH-CERT-VAUDIT
           END-EVALUATE.

       5000-PRINT-DISTRIBUTION.
           PERFORM 7200-START-NEW-PAGE
           MOVE "DISTRIBUTION OF RESULTS" TO fb-report-line
