      * (never updated) per add/change/deactivate, so ADD/CHANGE/
      * DEACTIVATE FB-RUL-DIVISOR-BEFORE-AFTER SHOW-VALUE fields are
      * available for after-the-fact business-rule-change audits.
      * Since maker-checker approval (see FBRPEND.cpy) the row is
      * written when the change is APPROVED and applied, by fb-rulapv:
      * FB-AUD-USER/TERM stay the user who entered the change (the
      * maker) and the appended FB-AUD-CHK-* fields name the second
      * user who approved it (the checker), with the entry stamp of
      * the original request.  FB.RULES.AUDIT is variable-length
      * (83 to 117) so rows written before the checker fields existed
      * still read back - fb-audrpt treats a short row as having no
      * checker.  FB-AUD-SET-ID, appended after the checker fields
      * (row length 117), names the rule set the change was made to;
      * a row shorter than that belongs to the base set.
      ******************************************************************
       01  FB-AUDIT-RECORD.
           05  FB-AUD-DATE             PIC 9(8).
           05  FB-AUD-NEW-ACTIVE       PIC X(1).
           05  FB-AUD-NEW-EFF-FROM     PIC 9(8).
           05  FB-AUD-NEW-EFF-TO       PIC 9(8).
      *    APPENDED LAST SO EVERY PRE-EXISTING FIELD KEEPS ITS COLUMN
      *    AND THE 83-BYTE ROWS ALREADY ON THE TRAIL STILL READ BACK.
           05  FB-AUD-CHK-USER         PIC X(8).
           05  FB-AUD-CHK-TERM         PIC X(4).
           05  FB-AUD-ENT-DATE         PIC 9(8).
           05  FB-AUD-ENT-TIME         PIC 9(6).
           05  FB-AUD-SET-ID           PIC X(8).
