      *   'N' no row for the NUM on that run (outside its range, or
      *       an unreadable request card),
      *   'R' no completed run on or before the as-of date whose
      *       archived generation is still held,
      *   'D' not answered - the department code was missing, unknown
      *       or inactive; FB-AFRSP-REJ-REASON carries the response
      *       code (DMIS, DUNK or DINA - see FBDEPT.cpy).
      * A single TRAILER record with read / found / not-found /
      * no-run / rejected counts closes the file, the fb-lkup balancing
      * convention (see FBLKRSP.cpy).  The matching request layout
      * is FBAFREQ.cpy.
      ******************************************************************
               88  FB-AFRSP-IS-FOUND       VALUE 'Y'.
               88  FB-AFRSP-IS-MISS        VALUE 'N'.
               88  FB-AFRSP-NO-RUN         VALUE 'R'.
               88  FB-AFRSP-IS-REJECTED    VALUE 'D'.
           05  FB-AFRSP-REJ-REASON     PIC X(4).
           05  FILLER                  PIC X(7).

       01  FB-AFRSP-TRAILER.
           05  FB-AFRSP-TRL-ID         PIC X(7) VALUE "TRAILER".
           05  FB-AFRSP-TRL-FOUND      PIC 9(9).
           05  FB-AFRSP-TRL-MISSES     PIC 9(9).
           05  FB-AFRSP-TRL-NO-RUN     PIC 9(9).
           05  FB-AFRSP-TRL-REJECTED   PIC 9(9).
           05  FILLER                  PIC X(28).
