      * count in columns 2-4); with no card, or a zero count, the
      * last 10 runs are reported, and a request beyond the 30-run
      * hold table is capped at 30 with a note on the report.
      * The CERT column shows whether each completed run was
      * certified for release, failed a check, was forced through by
      * operations, or is still pending its checks.  The CLUSTERS
      * column shows the date a run's FB.VSAM.DATA / FB.VSAM.XREF
      * rows were last restored from its archived generation by
      * fb-restor.  The RULE SET column names the named rule set a
      * row was registered for (see FBRHIST.cpy) - blank for the base
      * set's runs.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(12) VALUE "TOTAL".
           05  FILLER                  PIC X(6)  VALUE "RC".
           05  FILLER                  PIC X(16) VALUE "ENDED".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CERT".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE "CLUSTERS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "RULE SET".

       01  ws-detail-line.
           05  ws-dt-run-id            PIC 9(14).
           05  ws-dt-end-date          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "-".
           05  ws-dt-end-time          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-cert              PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-restore           PIC X(17).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-rule-set          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           MOVE FB-RH-RETURN-CODE TO ws-dt-rc
           MOVE FB-RH-END-DATE TO ws-dt-end-date
           MOVE FB-RH-END-TIME TO ws-dt-end-time
           MOVE FB-RH-RULE-SET TO ws-dt-rule-set
      *    A SLICE IS NEVER RELEASED ON ITS OWN AND AN UNFINISHED RUN
      *    HAS NOTHING TO CERTIFY - BOTH LEAVE THE COLUMN BLANK.
           EVALUATE TRUE
               WHEN FB-RH-PART-SLICE
                   MOVE SPACES TO ws-dt-cert
               WHEN FB-RH-IN-PROGRESS
                   MOVE SPACES TO ws-dt-cert
               WHEN FB-RH-CERTIFIED
                   MOVE "CERTIFIED" TO ws-dt-cert
               WHEN FB-RH-CERT-FAILED
                   MOVE "FAILED" TO ws-dt-cert
               WHEN FB-RH-CERT-FORCED
                   MOVE "FORCED" TO ws-dt-cert
               WHEN OTHER
                   MOVE "PENDING" TO ws-dt-cert
           END-EVALUATE
      *    CLUSTERS RELOADED FROM THE RUN'S ARCHIVED GENERATION BY
      *    fb-restor, NOT REGENERATED - BLANK FOR EVERY OTHER RUN.
           MOVE SPACES TO ws-dt-restore
           IF FB-RH-RESTORED
               STRING "RESTORED " DELIMITED SIZE
                   FB-RH-RESTORE-DATE DELIMITED SIZE
                   INTO ws-dt-restore
               END-STRING
           END-IF
           COMPUTE ws-slot-num =
               FUNCTION MOD(ws-runs-read - 1, ws-max-hold) + 1
           MOVE ws-detail-line TO ws-hold-line(ws-slot-num).
