      ******************************************************************
      * FBRPEND.CPY
      * Pending rule-change record - the maker-checker holding area
      * between the two entry paths (the FBRU screen, fb-rulmnt, and
      * the fb-rulbat transfer file) and FB.RULES.MASTER.  Neither
      * entry path writes the master any more: each edited add/
      * change/deactivate is queued here with status 'P', and only a
      * SECOND authorised user approving it on the FBRA screen
      * (fb-rulapv) applies it to the master and writes the
      * FB.RULES.AUDIT row carrying both names.  One row per queued
      * change on a KSDS (FB.RULES.PENDING), keyed by divisor plus
      * the entry stamp, so every row for one divisor is contiguous
      * and a browse from divisor+zeros finds them all; at most ONE
      * row per divisor is ever in status 'P' at a time (both entry
      * paths refuse a second), so the checker never has to choose
      * between two competing versions of the same rule.  Decided
      * rows stay on file as the queue's own history.
      * FB-PND-SET-ID names the rule set the change is for (spaces =
      * the base set, see FBRULES.cpy).  It is not part of the key:
      * the one-pending-row-per-divisor rule holds across all sets.
      *   FB-PND-ACTIVE     'Y'/'N', or space = take the usual default
      *                     ('Y' on add, unchanged on change).
      *   FB-PND-FROM-FLAG/ 'Y' when that side of the effective
      *   FB-PND-TO-FLAG    window was keyed - on a change a side
      *                     left blank keeps the value on the master
      *                     AT APPROVAL TIME (see fb-rulmnt's
      *                     3400-EDIT-EFF-DATES).
      *   FB-PND-STATUS     'P' pending, 'A' approved and applied,
      *                     'R' rejected by the checker (or refused
      *                     at approval because the master no longer
      *                     allows it), 'X' expired - a change with a
      *                     keyed EFF-FROM still pending once that
      *                     date has passed (see fb-rulexp).
      ******************************************************************
       01  FB-PENDING-RECORD.
           05  FB-PND-KEY.
               10  FB-PND-DIVISOR          PIC 9(4).
               10  FB-PND-ENT-DATE         PIC 9(8).
               10  FB-PND-ENT-TIME         PIC 9(6).
           05  FB-PND-STATUS           PIC X(1).
               88  FB-PND-IS-PENDING       VALUE 'P'.
               88  FB-PND-IS-APPROVED      VALUE 'A'.
               88  FB-PND-IS-REJECTED      VALUE 'R'.
               88  FB-PND-IS-EXPIRED       VALUE 'X'.
           05  FB-PND-ACTION           PIC X(1).
               88  FB-PND-IS-ADD           VALUE 'A'.
               88  FB-PND-IS-CHANGE        VALUE 'C'.
               88  FB-PND-IS-DEACTIVATE    VALUE 'D'.
           05  FB-PND-SOURCE           PIC X(1).
               88  FB-PND-FROM-ONLINE      VALUE 'O'.
               88  FB-PND-FROM-BATCH       VALUE 'B'.
           05  FB-PND-LABEL            PIC X(9).
           05  FB-PND-ACTIVE           PIC X(1).
           05  FB-PND-EFF-FROM         PIC 9(8).
           05  FB-PND-EFF-TO           PIC 9(8).
           05  FB-PND-FROM-FLAG        PIC X(1).
               88  FB-PND-FROM-ENTERED     VALUE 'Y'.
           05  FB-PND-TO-FLAG          PIC X(1).
               88  FB-PND-TO-ENTERED       VALUE 'Y'.
           05  FB-PND-MAKER-USER       PIC X(8).
           05  FB-PND-MAKER-TERM       PIC X(4).
           05  FB-PND-CHK-USER         PIC X(8).
           05  FB-PND-CHK-TERM         PIC X(4).
           05  FB-PND-DEC-DATE         PIC 9(8).
           05  FB-PND-DEC-TIME         PIC 9(6).
           05  FB-PND-REASON           PIC X(30).
           05  FILLER                  PIC X(3).
      *    APPENDED LAST - RECORD 120 -> 128 (SEE FBRULCNV.JCL).
           05  FB-PND-SET-ID           PIC X(8).
