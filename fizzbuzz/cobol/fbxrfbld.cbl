       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-xrfbld.

      ******************************************************************
      * FB-XRFBLD
      * Builds the FB.VSAM.XREF label cross-reference (see FBXREF.cpy)
      * in one sequential load, after the run's rows are all on
      * FB.OUTPUT.DATA.  The key leads with the label, so inserting
      * the rows in NUM order as they were produced scattered them
      * across the whole cluster and split CIs and CAs all the way
      * through the range - the slowest part of the FIZZBUZ step on
      * the wide calendar ranges.  Instead the SORT step ahead of
      * this one drops the trailer, cuts each detail row down to the
      * cross-reference layout (label, value, sequence number, run
      * id) and sorts it into label+value order; this program opens
      * the REUSE cluster OUTPUT and writes the sorted rows straight
      * in, so the cluster is loaded front to back with no splits.
      * The rows are exactly those fizz-buzz (or fb-merge, in the
      * split job) left on FB.OUTPUT.DATA - stamps included, rows a
      * checkpoint restart appended included - so FB.VSAM.XREF holds
      * what the old row-by-row load gave it and fb-xqry answers the
      * same.  A restarted run needs no cross-reference repair: the
      * step simply runs again over the completed output file and
      * rebuilds the whole cluster.
      * A row the load refuses (two rows with the same label and NUM
      * on FB.OUTPUT.DATA) is logged to FB.EXCEPTION.DATA as 'XDUP',
      * re-drivable by fb-excprc like the row-by-row load's were, and
      * the load carries on.  RC=0 loaded, RC=4 loaded with refused
      * rows, RC=16 when a file cannot be opened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-xsort-file ASSIGN TO "FBXSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-xsort-status.

      *    THE INPUT ARRIVES IN KEY ORDER, SO THE CLUSTER IS LOADED
      *    WITH SEQUENTIAL ACCESS - THE WHOLE POINT OF THE STEP.
           SELECT fb-xref-file ASSIGN TO "FBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-XRF-KEY
               FILE STATUS IS ws-xref-status.

           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-xsort-file
           RECORD CONTAINS 77 CHARACTERS.
       01  fb-xsort-record             PIC X(77).

       FD  fb-xref-file.
           COPY FBXREF.

       FD  fb-excpt-file.
           COPY FBEXCPT.

       WORKING-STORAGE SECTION.

       01  ws-load-counts.
           05  ws-rows-read            PIC 9(9) VALUE 0.
           05  ws-rows-loaded          PIC 9(9) VALUE 0.
           05  ws-rows-refused         PIC 9(9) VALUE 0.

       01  ws-xsort-status             PIC XX.
       01  ws-xref-status              PIC XX.

      *    SAME SUSPENSE-FILE HANDLING AS fizz-buzz'S 9500-LOG-
      *    EXCEPTION - SYSOUT ONLY WHEN THE FILE CANNOT BE WRITTEN.
       01  ws-excpt-status             PIC XX.
       01  ws-excpt-usable             PIC X VALUE 'N'.
           88  ws-excpt-open               VALUE 'Y'.
       01  ws-exc-seq                  PIC 9(6) VALUE 0.
       01  ws-exc-stamp.
           05  ws-exc-stamp-date       PIC 9(8).
           05  ws-exc-stamp-time       PIC 9(8).
           05  FILLER                  PIC X(5).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           OPEN INPUT fb-xsort-file
           IF ws-xsort-status NOT = "00"
               DISPLAY "FBXRFBLD: CANNOT OPEN SORTED ROWS - STATUS "
                   ws-xsort-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    OUTPUT ON THE REUSE CLUSTER RESETS IT TO EMPTY, SO THE
      *    PRIOR RUN'S ROWS (OR A FAILED BUILD'S) NEVER SURVIVE.
           OPEN OUTPUT fb-xref-file
           IF ws-xref-status NOT = "00"
               DISPLAY "FBXRFBLD: CANNOT OPEN FB.VSAM.XREF - STATUS "
                   ws-xref-status " - JOB ABENDING"
               CLOSE fb-xsort-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-EXCEPTION-LOG
           PERFORM UNTIL ws-xsort-status NOT = "00"
               READ fb-xsort-file INTO FB-XREF-RECORD
                   AT END
                       MOVE "10" TO ws-xsort-status
                   NOT AT END
                       PERFORM 2000-LOAD-XREF-ROW
               END-READ
           END-PERFORM
           CLOSE fb-xsort-file
           CLOSE fb-xref-file
           IF ws-excpt-open
               CLOSE fb-excpt-file
           END-IF
           DISPLAY "FBXRFBLD: FB.VSAM.XREF BUILT - ROWS READ="
               ws-rows-read " LOADED=" ws-rows-loaded
               " REFUSED=" ws-rows-refused
           IF ws-rows-refused > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-EXCEPTION-LOG.
           OPEN I-O fb-excpt-file
           IF ws-excpt-status = "35"
               OPEN OUTPUT fb-excpt-file
               CLOSE fb-excpt-file
               OPEN I-O fb-excpt-file
           END-IF
           IF ws-excpt-status = "00"
               MOVE 'Y' TO ws-excpt-usable
           ELSE
               DISPLAY "FBXRFBLD: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status
                   " - EXCEPTIONS TO SYSOUT ONLY"
           END-IF.

       2000-LOAD-XREF-ROW.
      *    INVALID KEY ON A SEQUENTIAL LOAD IS A KEY EQUAL TO THE ONE
      *    BEFORE IT - THE SORT RULES OUT ANY LOWER ONE.
           ADD 1 TO ws-rows-read
           WRITE FB-XREF-RECORD
               INVALID KEY
                   ADD 1 TO ws-rows-refused
                   PERFORM 9500-LOG-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO ws-rows-loaded
           END-WRITE.

       9500-LOG-EXCEPTION.
      *    THE ROW'S OWN RUN ID - THE EXECUTION THAT WROTE IT TO
      *    FB.OUTPUT.DATA, AS THE ROW-BY-ROW LOAD LOGGED IT.
           IF ws-excpt-open
               MOVE SPACES TO FB-EXCEPTION-RECORD
               MOVE FUNCTION CURRENT-DATE TO ws-exc-stamp
               ADD 1 TO ws-exc-seq
               MOVE ws-exc-stamp-date TO FB-EXC-LOG-DATE
               MOVE ws-exc-stamp-time TO FB-EXC-LOG-TIME
               MOVE "FBXRFBLD" TO FB-EXC-PROGRAM
               MOVE ws-exc-seq TO FB-EXC-LOG-SEQ
               MOVE FB-XRF-RUN-ID TO FB-EXC-RUN-ID
               MOVE FB-XRF-VALUE TO FB-EXC-NUM
               MOVE "XDUP" TO FB-EXC-REASON
               MOVE 'Y' TO FB-EXC-FIXABLE
               MOVE ws-xref-status TO FB-EXC-FILE-STATUS
               MOVE "DUPLICATE KEY - NOT ON FB.VSAM.XREF"
                   TO FB-EXC-DETAIL
               MOVE 'O' TO FB-EXC-STATUS
               MOVE 0 TO FB-EXC-REDRIVES
               MOVE 0 TO FB-EXC-RES-DATE
               MOVE 0 TO FB-EXC-RES-TIME
               WRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "FBXRFBLD: EXCEPTION WRITE FAILED - "
                           "STATUS " ws-excpt-status " - XDUP NUM "
                           FB-XRF-VALUE
               END-WRITE
           ELSE
               DISPLAY "FBXRFBLD: XDUP NUM " FB-XRF-VALUE
                   " DUPLICATE KEY - NOT ON FB.VSAM.XREF"
           END-IF.
