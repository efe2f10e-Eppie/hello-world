      * that never reached finalization.  Read back by fb-rhrpt for
      * the operations morning report, so the handover can see what
      * ran, what resumed and what failed without pulling JES output.
      * The certification block records whether the run's output may
      * be released downstream: fb-recon, fb-trend and fb-vaudit each
      * post their own pass/fail verdict against the run id, and the
      * run is CERTIFIED only when all three have passed - any failed
      * check makes it FAILED, with the failing step and its reason.
      * fb-feedst, fb-lkup, fb-sumrpt and fb-xtrct refuse a run that
      * is neither certified nor FORCED; a forced release is posted
      * by fb-certov and carries who forced it, when and why.
      * fb-restor marks a run whose FB.VSAM.DATA / FB.VSAM.XREF rows
      * were reloaded from its archived generation after a cluster
      * was damaged or lost.
      * A pass that also classifies named rule sets (see the 'S' card
      * in FBCTL.cpy) registers one more row per set, under its own
      * run id, with FB-RH-RULE-SET naming the set and
      * FB-RH-SET-BASE-RUN pointing back at the base row of the same
      * pass.  Trend and VSAM-audit do not apply to a named set (its
      * results are not loaded to FB.VSAM.DATA): those verdicts are
      * posted 'N' at registration and count as passed.  Programs
      * that report on the daily run itself pass over named-set rows.
      ******************************************************************
       01  FB-RUN-HIST-RECORD.
           05  FB-RH-RUN-ID            PIC 9(14).
               10  FB-RH-RULE-DIVISOR      PIC 9(4).
               10  FB-RH-RULE-LABEL        PIC X(9).
               10  FB-RH-RULE-COUNT        PIC 9(9).
      *    APPENDED LAST SO EVERY PRE-EXISTING FIELD KEEPS ITS
      *    COLUMN.  RUN CERTIFICATION - SPACE UNTIL THE CHECKS HAVE
      *    ALL REPORTED, SO A ROW CONVERTED FROM THE OLD 190-BYTE
      *    LAYOUT (SEE FBRHCNV.JCL) READS AS NOT CERTIFIED.
           05  FB-RH-CERT-STATUS       PIC X(1).
               88  FB-RH-CERT-PENDING      VALUE ' '.
               88  FB-RH-CERTIFIED         VALUE 'C'.
               88  FB-RH-CERT-FAILED       VALUE 'F'.
               88  FB-RH-CERT-FORCED       VALUE 'O'.
               88  FB-RH-RELEASABLE        VALUE 'C' 'O'.
      *    EACH CHECK'S OWN VERDICT - 'P' PASSED, 'F' FAILED, SPACE
      *    NOT YET RUN AGAINST THIS RUN ID, 'N' NOT APPLICABLE TO
      *    THIS ROW (NAMED RULE SETS).  A RERUN OF A CHECK REPLACES
      *    ITS OWN VERDICT ONLY.
           05  FB-RH-CERT-RECON        PIC X(1).
           05  FB-RH-CERT-TREND        PIC X(1).
           05  FB-RH-CERT-VAUDIT       PIC X(1).
           05  FB-RH-CERT-STEP         PIC X(8).
           05  FB-RH-CERT-REASON       PIC X(40).
           05  FB-RH-CERT-DATE         PIC 9(8).
           05  FB-RH-CERT-TIME         PIC 9(6).
      *    OPERATIONS OVERRIDE (fb-certov) - WHO FORCED THE RELEASE
      *    OF A RUN THAT FAILED OR WAS NEVER FULLY CHECKED, AND WHY.
           05  FB-RH-OVR-USER          PIC X(8).
           05  FB-RH-OVR-REASON        PIC X(40).
           05  FB-RH-OVR-DATE          PIC 9(8).
           05  FB-RH-OVR-TIME          PIC 9(6).
      *    CLUSTER RESTORE (fb-restor) - SET WHEN FB.VSAM.DATA AND
      *    FB.VSAM.XREF WERE RELOADED FROM THIS RUN'S ARCHIVED
      *    GENERATION INSTEAD OF BEING REGENERATED BY A RERUN.  THE
      *    FLAG IS SPACE UNTIL THE FIRST RESTORE (A ROW CARRIED OVER
      *    FROM BEFORE THESE FIELDS HOLDS SPACES IN ALL OF THEM, SO
      *    TEST THE FLAG BEFORE THE NUMBERS); THE STAMP AND ROW COUNT
      *    ARE THE LATEST RESTORE'S, FB-RH-RESTORE-COUNT HOW MANY
      *    THERE HAVE BEEN.
           05  FB-RH-RESTORE-FLAG      PIC X(1).
               88  FB-RH-RESTORED          VALUE 'R'.
           05  FB-RH-RESTORE-DATE      PIC 9(8).
           05  FB-RH-RESTORE-TIME      PIC 9(6).
           05  FB-RH-RESTORE-ROWS      PIC 9(9).
           05  FB-RH-RESTORE-COUNT     PIC 9(3).
      *    NAMED RULE SET - SPACES ON THE BASE SET'S ROW (AND ON EVERY
      *    ROW WRITTEN BEFORE NAMED SETS EXISTED); OTHERWISE THE SET
      *    ID AND THE RUN ID OF THE SAME PASS'S BASE ROW.
           05  FB-RH-RULE-SET          PIC X(8).
               88  FB-RH-BASE-SET          VALUE SPACES.
           05  FB-RH-SET-BASE-RUN      PIC 9(14).
      *    SPARE - NEW FIELDS ARE CARVED FROM THE FRONT OF THIS AREA
      *    SO THE CLUSTER'S 400-BYTE RECORD NEVER NEEDS ANOTHER
      *    RELOAD.  NAMED, NOT FILLER, SO INITIALIZE CLEARS IT.
           05  FB-RH-SPARE             PIC X(33).
