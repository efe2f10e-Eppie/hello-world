      ******************************************************************
      * FBRAUTH.CPY
      * Rule-change authority record - the list of user ids allowed
      * to touch FB.RULES.MASTER, and in which role.  One row per
      * user on a KSDS (FB.RULES.AUTH), keyed by the same 8-byte id
      * EIBOPID carries online and FB-RTX-USER carries on the
      * fb-rulbat transfer file.  A user with no row may do neither.
      *   FB-ATH-CAN-ENTER    'Y' = may queue adds/changes/deactivates
      *                       (FBRU screen or transfer file) - the
      *                       maker role.
      *   FB-ATH-CAN-APPROVE  'Y' = may approve or reject queued
      *                       changes on the FBRA screen - the checker
      *                       role.  Holding both roles is allowed;
      *                       approving one's OWN change never is
      *                       (fb-rulapv compares maker to checker).
      * Maintained by the security administrator through an IDCAMS
      * REPRO (see FBRULES.jcl) - deliberately not through either
      * screen, so no rule-change user can widen their own authority.
      ******************************************************************
       01  FB-AUTH-RECORD.
           05  FB-ATH-USER             PIC X(8).
           05  FB-ATH-CAN-ENTER        PIC X(1).
               88  FB-ATH-IS-MAKER         VALUE 'Y'.
           05  FB-ATH-CAN-APPROVE      PIC X(1).
               88  FB-ATH-IS-CHECKER       VALUE 'Y'.
           05  FB-ATH-NAME             PIC X(30).
           05  FB-ATH-ADD-DATE         PIC 9(8).
           05  FB-ATH-ADD-USER         PIC X(8).
           05  FILLER                  PIC X(24).
