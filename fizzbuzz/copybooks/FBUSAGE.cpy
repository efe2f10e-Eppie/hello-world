      ******************************************************************
      * FBUSAGE.CPY
      * Lookup-channel usage log record - what each department asked
      * of each channel, the input to the fb-chgbk monthly chargeback
      * statement.  A KSDS (FB.USAGE.LOG) keyed like the suspense
      * file (FBEXCPT.cpy) by log stamp to the hundredth, source and
      * sequence, so writers never collide and a month is one keyed
      * browse:
      *   batch channels (fb-lkup, fb-xqry, fb-asof) write one row per
      *     department per execution at end of job, the source being
      *     the program name;
      *   the FBIQ inquiry writes one row per inquiry, the source
      *     being 'FBIQ' + the terminal id, the sequence the task
      *     number, and FB-USG-USER the signed-on operator.
      * Requests = hits + misses + no-run answers + rejected.  A row
      * for a rejected department carries the response code it was
      * rejected with (see FBDEPT.cpy) and counts only rejected
      * requests; the department code is as the request gave it.
      * The row with source 'SETUP' and a zero stamp is the anchor
      * FBDEPT.jcl loads so CICS can open the cluster - it falls in
      * no month.
      ******************************************************************
       01  FB-USAGE-RECORD.
           05  FB-USG-KEY.
               10  FB-USG-LOG-DATE     PIC 9(8).
               10  FB-USG-LOG-TIME     PIC 9(8).
               10  FB-USG-SOURCE       PIC X(8).
               10  FB-USG-LOG-SEQ      PIC 9(6).
           05  FB-USG-CHANNEL          PIC X(4).
               88  FB-USG-IS-LKUP          VALUE 'LKUP'.
               88  FB-USG-IS-XQRY          VALUE 'XQRY'.
               88  FB-USG-IS-ASOF          VALUE 'ASOF'.
               88  FB-USG-IS-FBIQ          VALUE 'FBIQ'.
           05  FB-USG-DEPT             PIC X(8).
           05  FB-USG-REJ-REASON       PIC X(4).
               88  FB-USG-DEPT-ACCEPTED    VALUE SPACES.
           05  FB-USG-REQUESTS         PIC 9(9).
           05  FB-USG-HITS             PIC 9(9).
           05  FB-USG-MISSES           PIC 9(9).
           05  FB-USG-NO-RUN           PIC 9(9).
           05  FB-USG-REJECTED         PIC 9(9).
           05  FB-USG-USER             PIC X(8).
           05  FILLER                  PIC X(1).
