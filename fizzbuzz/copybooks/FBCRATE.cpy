      ******************************************************************
      * FBCRATE.CPY
      * Chargeback rate record - what one answered request costs on
      * each lookup channel.  One row per channel per effective month
      * on a KSDS (FB.CHARGE.RATES), keyed by channel + the first
      * month (YYYYMM) the rates apply from; fb-chgbk charges a
      * month at the row with the latest effective month on or
      * before it, so a rate change is a new row, never a rewrite of
      * the months already billed.  Channels:
      *   'LKUP'  fb-lkup batch lookup, per request card
      *   'XQRY'  fb-xqry by-label query, per query run
      *   'ASOF'  fb-asof as-of-date lookup, per request card
      *   'FBIQ'  FBIQ online inquiry, per inquiry
      * Each request is charged by its outcome - a hit, a miss, or a
      * no-run answer (nothing run to answer from) - at the rate for
      * that outcome; rejected requests are never charged.  Rates
      * are in the billing currency to four decimal places.
      * Maintained by finance through an IDCAMS REPRO (FBDEPT.jcl).
      ******************************************************************
       01  FB-RATE-RECORD.
           05  FB-CRT-KEY.
               10  FB-CRT-CHANNEL      PIC X(4).
               10  FB-CRT-EFF-MONTH    PIC 9(6).
           05  FB-CRT-DESC             PIC X(30).
           05  FB-CRT-HIT-RATE         PIC 9(3)V9(4).
           05  FB-CRT-MISS-RATE        PIC 9(3)V9(4).
           05  FB-CRT-NO-RUN-RATE      PIC 9(3)V9(4).
           05  FB-CRT-SET-DATE         PIC 9(8).
           05  FB-CRT-SET-USER         PIC X(8).
           05  FILLER                  PIC X(3).
