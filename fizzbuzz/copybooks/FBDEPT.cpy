      ******************************************************************
      * FBDEPT.CPY
      * Department master record - the departments allowed to put
      * requests to the lookup channels (fb-lkup, fb-xqry, fb-asof
      * and the FBIQ inquiry) and be charged for them.  One row per
      * department on a KSDS (FB.DEPT.MASTER), keyed by the 8-byte
      * department code every request carries (FBLKREQ.cpy,
      * FBAFREQ.cpy, the fb-xqry 'D' card, the FBIQ screen).
      * A request whose code is blank, has no row here, or whose row
      * is not active is rejected unanswered, with a response code
      * saying which:
      *   'DMIS'  no department code on the request
      *   'DUNK'  department code not on FB.DEPT.MASTER
      *   'DINA'  department on file but FB-DPT-ACTIVE is not 'Y'
      * A department that leaves is made inactive, not deleted, so
      * the fb-chgbk statement can still name it for the months it
      * was charged.  Maintained by finance through an IDCAMS REPRO
      * (see FBDEPT.jcl), like FB.RULES.AUTH.
      ******************************************************************
       01  FB-DEPT-RECORD.
           05  FB-DPT-CODE             PIC X(8).
           05  FB-DPT-ACTIVE           PIC X(1).
               88  FB-DPT-IS-ACTIVE        VALUE 'Y'.
           05  FB-DPT-NAME             PIC X(30).
           05  FB-DPT-COST-CENTRE      PIC X(10).
           05  FB-DPT-ADD-DATE         PIC 9(8).
           05  FB-DPT-ADD-USER         PIC X(8).
           05  FILLER                  PIC X(15).
