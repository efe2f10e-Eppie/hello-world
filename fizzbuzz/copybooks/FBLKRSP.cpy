      * balance requests read / hits / misses against its own counts,
      * the same control-total convention FB.OUTPUT.DATA uses (see
      * FBTRAIL.cpy).  The matching request layout is FBLKREQ.cpy.
      * FB-LKRSP-SET-ID echoes the rule set the request named; a
      * request for a named set is also a miss while that set has no
      * completed, releasable pass on FB.VSAM.RULESET.
      * A request whose department code is missing, unknown or
      * inactive on FB.DEPT.MASTER is not answered: its found flag is
      * 'D' and FB-LKRSP-REJ-REASON carries the response code (DMIS,
      * DUNK or DINA - see FBDEPT.cpy).  The trailer counts those
      * separately, so read = hits + misses + rejected.
      ******************************************************************
       01  FB-LKRSP-RECORD.
           05  FB-LKRSP-NUM            PIC 9(9).
           05  FB-LKRSP-FOUND          PIC X(1).
               88  FB-LKRSP-IS-HIT         VALUE 'Y'.
               88  FB-LKRSP-IS-MISS        VALUE 'N'.
               88  FB-LKRSP-IS-REJECTED    VALUE 'D'.
           05  FB-LKRSP-SET-ID         PIC X(8).
           05  FB-LKRSP-REJ-REASON     PIC X(4).
           05  FILLER                  PIC X(13).

       01  FB-LKRSP-TRAILER.
           05  FB-LKRSP-TRL-ID         PIC X(7) VALUE "TRAILER".
           05  FB-LKRSP-TRL-READ       PIC 9(9).
           05  FB-LKRSP-TRL-HITS       PIC 9(9).
           05  FB-LKRSP-TRL-MISSES     PIC 9(9).
           05  FB-LKRSP-TRL-REJECTED   PIC 9(9).
           05  FILLER                  PIC X(37).
