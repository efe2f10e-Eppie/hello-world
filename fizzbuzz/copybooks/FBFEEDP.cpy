      *                     total convention as the fb-lkup response
      *                     file (see FBLKRSP.cpy), so the receiving
      *                     team balances independently.
      *   FB-FDP-ACK-HOURS  hours after the feed is cut by which the
      *                     team has agreed to send back its delivery
      *                     acknowledgement (see FBFACK.cpy); zero or
      *                     blank takes fb-ackmat's default.  Carried
      *                     onto the feed's FB.FEED.LEDGER row.
      ******************************************************************
       01  FB-FDP-RECORD.
           05  FB-FDP-SUB-ID           PIC X(8).
               88  FB-FDP-WANTS-RUNID      VALUE 'Y'.
           05  FB-FDP-TRAILER          PIC X(1).
               88  FB-FDP-WANTS-TRAILER    VALUE 'Y'.
           05  FB-FDP-ACK-HOURS        PIC 9(3).
           05  FILLER                  PIC X(64).
