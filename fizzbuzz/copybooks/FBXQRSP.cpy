      * number the row carried on the run.  A single TRAILER record
      * with the match count closes the file so the requesting side
      * can balance, the same control-total convention as the
      * fb-lkup response file (see FBLKRSP.cpy).  A query whose
      * department code ('D' card) is missing, unknown or inactive is
      * not run: the file holds the trailer alone, zero count, with
      * FB-XQR-TRL-REJ-REASON giving the response code (DMIS, DUNK or
      * DINA - see FBDEPT.cpy); it is spaces on an answered query.
      ******************************************************************
       01  FB-XQR-RECORD.
           05  FB-XQR-NUM              PIC 9(9).
       01  FB-XQR-TRAILER.
           05  FB-XQR-TRL-ID           PIC X(7) VALUE "TRAILER".
           05  FB-XQR-TRL-COUNT        PIC 9(9).
           05  FB-XQR-TRL-REJ-REASON   PIC X(4).
           05  FILLER                  PIC X(60).
