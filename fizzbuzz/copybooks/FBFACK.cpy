      ******************************************************************
      * FBFACK.CPY
      * Subscriber delivery-acknowledgement record - one 80-byte row
      * per feed a downstream team has picked up and loaded, sent back
      * through the file-transfer process onto FB.FEED.ACK.  The
      * team echoes its agreed interface id (FB-FDP-SUB-ID on
      * FB.FEED.PROFILE, see FBFEEDP.cpy), the run id of the feed it
      * loaded (the FB.RUN.HISTORY key, carried on the feed's run-id
      * column or known from the transfer), and the number of detail
      * rows it actually loaded - not the trailer it received.
      * fb-ackmat matches each row to the FB.FEED.LEDGER row fb-feedst
      * wrote for that run and subscriber (see FBFLEDG.cpy).
      ******************************************************************
       01  FB-FAK-RECORD.
           05  FB-FAK-SUB-ID           PIC X(8).
           05  FB-FAK-RUN-ID           PIC 9(14).
           05  FB-FAK-ROWS-LOADED      PIC 9(9).
           05  FILLER                  PIC X(49).
