      ******************************************************************
      * FBEXCPT.CPY
      * Exception suspense record - one row per problem a batch step
      * used to report only as a SYSOUT DISPLAY, on the shared KSDS
      * FB.EXCEPTION.DATA, so nothing is lost when the job output is
      * purged.  Keyed by FB-EXC-KEY: the writing execution's clock
      * stamp to the hundredth, the writing program, and that
      * execution's own running count - unique without any
      * coordination between the writers.  Each row carries the run
      * id it concerns (zero when the problem came before any run was
      * registered, e.g. a control-card deck rejected by fb-crdedt),
      * the NUM (zero when it is not about one NUM), a typed reason
      * code, and the file status where one applies.
      * Writers: fizz-buzz (cluster duplicate keys, checkpoint-resume
      * repair not possible, named rule sets dropped from a pass),
      * fb-merge (slice consolidation failures), fb-xrfbld
      * (cross-reference rows its sorted load refused),
      * fb-lkup (request cards it could not answer), fb-crdedt (deck
      * defects).  FB-EXC-FIXABLE says whether fb-excprc can re-drive
      * the row itself - the cluster reasons are put right FROM
      * FB.OUTPUT.DATA, the same source the resume repair and
      * fb-vaudit's repair mode use.  Every row starts OPEN; it is
      * RESOLVED by a successful re-drive or CLOSED by an operator
      * card on fb-excprc (who, when and why are kept), so audit can
      * be shown every exception and how it was cleared.  Rows are
      * never deleted by machinery.
      ******************************************************************
       01  FB-EXCEPTION-RECORD.
           05  FB-EXC-KEY.
               10  FB-EXC-LOG-DATE     PIC 9(8).
               10  FB-EXC-LOG-TIME     PIC 9(8).
               10  FB-EXC-PROGRAM      PIC X(8).
               10  FB-EXC-LOG-SEQ      PIC 9(6).
           05  FB-EXC-RUN-ID           PIC 9(14).
           05  FB-EXC-NUM              PIC 9(9).
           05  FB-EXC-REASON           PIC X(4).
      *        fizz-buzz - FIXABLE: THE FB.VSAM.DATA ROW FOR
      *        FB-EXC-NUM WAS NOT WRITTEN (DUPLICATE KEY), OR THE
      *        RESUME REPAIR OF THE ROWS PAST FB-EXC-NUM (THE LAST
      *        CHECKPOINTED NUM) COULD NOT OPEN THE CLUSTER.
      *        fb-xrfbld - FIXABLE: THE FB.VSAM.XREF ROW FOR
      *        FB-EXC-NUM WAS REFUSED BY THE SORTED LOAD ('XDUP').
      *        'XSYN' IS ONLY FOUND ON ROWS LOGGED WHILE fizz-buzz
      *        STILL LOADED THE CROSS-REFERENCE ITSELF.
               88  FB-EXC-VSAM-DUP         VALUE 'VDUP'.
               88  FB-EXC-XREF-DUP         VALUE 'XDUP'.
               88  FB-EXC-VSAM-RESYNC      VALUE 'VSYN'.
               88  FB-EXC-XREF-RESYNC      VALUE 'XSYN'.
      *        fizz-buzz - NOT FIXABLE: FB.OUTPUT.DATA COULD NOT BE
      *        READ AT RESUME, SO THE RUN RESTARTED FROM THE LAST
      *        CHECKPOINT AND MAY HAVE WRITTEN ROWS PAST IT TWICE.
               88  FB-EXC-OUTPUT-RESYNC    VALUE 'OSYN'.
      *        fizz-buzz - NOT FIXABLE: A NAMED RULE SET WAS DROPPED
      *        FROM THE PASS (ITS FBOUTn SLOT COULD NOT BE OPENED OR
      *        WRITTEN, OR FB.VSAM.RULESET COULD NOT BE OPENED OR
      *        WRITTEN) - RERUN THE JOB AND THE SET RESUMES FROM ITS
      *        OWN CHECKPOINT; OR ITS FBOUTn SLOT COULD NOT BE READ AT
      *        RESUME (AS 'OSYN' FOR THE BASE SET).
               88  FB-EXC-SET-OPEN         VALUE 'SOPN'.
               88  FB-EXC-SET-WRITE        VALUE 'SWRT'.
               88  FB-EXC-SET-RESULTS      VALUE 'SRES'.
               88  FB-EXC-SET-RESYNC       VALUE 'SSYN'.
      *        fb-merge - NOT FIXABLE: THE CONSOLIDATION FAILED AND
      *        THE SPLIT RUN MUST BE RE-RUN.
               88  FB-EXC-SLICE-OPEN       VALUE 'MOPN'.
               88  FB-EXC-SLICE-NO-TRL     VALUE 'MNTR'.
               88  FB-EXC-SLICE-GAP        VALUE 'MGAP'.
               88  FB-EXC-SLICE-RULES      VALUE 'MRUL'.
               88  FB-EXC-MERGE-VSAM-DUP   VALUE 'MDUP'.
      *        'MXDP' AS 'XSYN' ABOVE - NO LONGER WRITTEN.
               88  FB-EXC-MERGE-XREF-DUP   VALUE 'MXDP'.
      *        fb-lkup - NOT FIXABLE: A REQUEST CARD WHOSE NUM WAS
      *        NOT NUMERIC, ANSWERED AS A MISS.
               88  FB-EXC-LKUP-NOT-NUMERIC VALUE 'LNNM'.
      *        fb-crdedt - NOT FIXABLE: A DEFECT ON ONE CARD, OR IN
      *        THE DECK AS A WHOLE (RANGE CARD MISSING OR REPEATED).
               88  FB-EXC-CARD-DEFECT      VALUE 'CARD'.
               88  FB-EXC-DECK-DEFECT      VALUE 'DECK'.
           05  FB-EXC-FIXABLE          PIC X(1).
               88  FB-EXC-CAN-REDRIVE      VALUE 'Y'.
           05  FB-EXC-FILE-STATUS      PIC X(2).
           05  FB-EXC-DETAIL           PIC X(60).
           05  FB-EXC-STATUS           PIC X(1).
               88  FB-EXC-OPEN             VALUE 'O'.
               88  FB-EXC-RESOLVED         VALUE 'R'.
               88  FB-EXC-CLOSED           VALUE 'C'.
      *    RESOLUTION - SET BY fb-excprc.  FB-EXC-RES-BY IS THE
      *    OPERATOR ON A CLOSE CARD, OR 'FBEXCPRC' FOR A RE-DRIVE.
      *    FB-EXC-REDRIVES COUNTS RE-DRIVE ATTEMPTS, SO A ROW THAT
      *    KEEPS FAILING STANDS OUT ON THE LISTING.
           05  FB-EXC-REDRIVES         PIC 9(3).
           05  FB-EXC-RES-DATE         PIC 9(8).
           05  FB-EXC-RES-TIME         PIC 9(6).
           05  FB-EXC-RES-BY           PIC X(8).
           05  FB-EXC-RES-NOTE         PIC X(40).
           05  FILLER                  PIC X(14).
