      *                    EIBTRMID, so the FB.RULES.AUDIT trail
      *                    reads the same whichever path applied the
      *                    change.
      *   FB-RTX-SET-ID    the named rule set the change is for, or
      *                    blank for the base set (see FBRULES.cpy).
      ******************************************************************
       01  FB-RTX-RECORD.
           05  FB-RTX-ACTION           PIC X(1).
           05  FB-RTX-EFF-TO           PIC X(8).
           05  FB-RTX-USER             PIC X(8).
           05  FB-RTX-TERM             PIC X(4).
           05  FB-RTX-SET-ID           PIC X(8).
           05  FILLER                  PIC X(29).
