      ******************************************************************
      * FBFLEDG.CPY
      * Feed delivery ledger - one row per feed fb-feedst cut, keyed
      * by the run id of the FB.OUTPUT.DATA it distributed and the
      * subscriber's FB-FDP-SUB-ID, on the KSDS FB.FEED.LEDGER.  The
      * send side records which feed file carried it, the rows
      * written, the count on the feed's TRAILER (zero when the
      * profile takes no trailer), when it was cut and the hours the
      * team has agreed to acknowledge within.  The acknowledgement
      * side is posted by fb-ackmat from the team's FB.FEED.ACK row
      * (see FBFACK.cpy): the rows the team says it loaded and when
      * the acknowledgement was matched - MATCHED when that equals
      * the rows written, MISMATCH when it does not.  A feed re-cut
      * for the same run (a rerun of FBFEEDS) replaces the send side,
      * counts the resend, and puts the row back to PENDING: the team
      * has a new file to load and acknowledge.  Rows are never
      * deleted.
      ******************************************************************
       01  FB-FLG-RECORD.
           05  FB-FLG-KEY.
               10  FB-FLG-RUN-ID       PIC 9(14).
               10  FB-FLG-SUB-ID       PIC X(8).
           05  FB-FLG-FEED-NUM         PIC 9(2).
           05  FB-FLG-FORMAT           PIC X(1).
           05  FB-FLG-FILTER           PIC X(1).
           05  FB-FLG-ROWS-WRITTEN     PIC 9(9).
           05  FB-FLG-TRAILER-SENT     PIC X(1).
               88  FB-FLG-HAS-TRAILER      VALUE 'Y'.
           05  FB-FLG-TRAILER-COUNT    PIC 9(9).
           05  FB-FLG-SENT-DATE        PIC 9(8).
           05  FB-FLG-SENT-TIME        PIC 9(6).
           05  FB-FLG-SEND-COUNT       PIC 9(3).
           05  FB-FLG-ACK-HOURS        PIC 9(3).
           05  FB-FLG-ACK-STATUS       PIC X(1).
               88  FB-FLG-ACK-PENDING      VALUE ' '.
               88  FB-FLG-ACK-MATCHED      VALUE 'A'.
               88  FB-FLG-ACK-MISMATCH     VALUE 'M'.
           05  FB-FLG-ACK-ROWS         PIC 9(9).
           05  FB-FLG-ACK-DATE         PIC 9(8).
           05  FB-FLG-ACK-TIME         PIC 9(6).
           05  FB-FLG-ACK-COUNT        PIC 9(3).
           05  FILLER                  PIC X(28).
