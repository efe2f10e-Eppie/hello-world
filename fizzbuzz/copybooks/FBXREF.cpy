      * keyed by LABEL + VALUE on its own KSDS (FB.VSAM.XREF), so
      * "list the NUMs that carried label FizzBuzz in range x-y" is a
      * keyed browse (see fb-xqry) instead of an ad-hoc sequential
      * scan of FB.OUTPUT.DATA.  Built after the run's main pass by
      * fb-xrfbld, from the detail rows on FB.OUTPUT.DATA sorted into
      * key order - the same rows fizz-buzz (checkpoint restarts
      * included) or fb-merge loaded into FB.VSAM.DATA, so the two
      * access paths cover the same rows.  fb-restor reloads it from
      * an archived generation.  Plain NUMs are stored with their
      * label of spaces, keeping the cross-reference row-for-row
      * complete against the cluster.  The layout is the detail
      * row's columns 19-63, 10-18, 1-9 and 64-77 in that order (see
      * FBRECORD.cpy), which is how the sort step cuts it.
      ******************************************************************
       01  FB-XREF-RECORD.
           05  FB-XRF-KEY.
