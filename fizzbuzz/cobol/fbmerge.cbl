      * run would have left behind: the detail rows concatenated in
      * NUM order on FB.OUTPUT.DATA with the sequence numbers redrawn
      * 1..N, one run-level FB-TRAILER-RECORD merged from the slice
      * trailers, and FB.VSAM.DATA loaded in a single ascending pass.
      * The FB.VSAM.XREF label cross-reference (see FBXREF.cpy) is
      * not loaded here: the fb-xrfbld step after this one builds it
      * from the consolidated FB.OUTPUT.DATA in one sorted load, as
      * in the single-stream job.
      * The consolidation registers itself on FB.RUN.HISTORY and
      * stamps every consolidated row and the trailer with its own
      * run id, so the archive generation, the morning report and
      * Hard checks, each RC=8 and no trailer written: slice 01
      * missing, a slice with no trailer, slices whose ranges do not
      * butt exactly (low of slice n must be high of slice n-1 plus
      * one), or slices run with differing rule tables.  Each is
      * logged to the FB.EXCEPTION.DATA suspense file (see
      * FBEXCPT.cpy) against the consolidation's run id, as is every
      * overlapping row the cluster load rejects.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS fb-vsam-value
               FILE STATUS IS ws-vsam-status.

           SELECT fb-rhist-file ASSIGN TO "FBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-slc01-file
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.

       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-excpt-file.
           COPY FBEXCPT.

       WORKING-STORAGE SECTION.

       01  ws-max-partitions           PIC 9(1) VALUE 8.
       01  ws-slice-status             PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-vsam-status              PIC XX.
       01  ws-rhist-status             PIC XX.

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
       01  ws-exc-fields.
           05  ws-exc-reason           PIC X(4).
           05  ws-exc-num              PIC 9(9).
           05  ws-exc-file-status      PIC X(2).
           05  ws-exc-detail           PIC X(60).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE ws-current-stamp(1:14) TO ws-run-id
           PERFORM 2500-REGISTER-RUN-START
           PERFORM 2550-OPEN-EXCEPTION-LOG
           OPEN OUTPUT fb-output-file
           PERFORM 4100-CHECK-OUTPUT-OPEN
           OPEN OUTPUT fb-vsam-file
           PERFORM 4200-CHECK-VSAM-OPEN
           PERFORM 2000-PROCESS-SLICE
               VARYING ws-slice-num FROM 1 BY 1
               UNTIL ws-slice-num > ws-max-partitions
                   OR ws-merge-failed
      *    ON ANY FAILURE THE RUN-HISTORY ROW IS LEFT AT 'I' ON
      *    PURPOSE - THE MORNING REPORT SHOWS THE CONSOLIDATION AS
      *    UNFINISHED - BUT THE FILE ITSELF IS CLOSED CLEANLY, AS IS
      *    FB.EXCEPTION.DATA.
           IF ws-slices-used = 0 AND NOT ws-merge-failed
               DISPLAY "FBMERGE: NO SLICE FILES PRESENT - NOTHING "
                   "TO CONSOLIDATE - JOB ABENDING"
               CLOSE fb-output-file
               CLOSE fb-vsam-file
               IF ws-rhist-open
                   CLOSE fb-rhist-file
               END-IF
               IF ws-excpt-open
                   CLOSE fb-excpt-file
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-merge-failed
               DISPLAY "FBMERGE: CONSOLIDATION FAILED - NO RUN-LEVEL "
                   "TRAILER WRITTEN - SEE FB.EXCEPTION.DATA"
               CLOSE fb-output-file
               CLOSE fb-vsam-file
               IF ws-rhist-open
                   CLOSE fb-rhist-file
               END-IF
               IF ws-excpt-open
                   CLOSE fb-excpt-file
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-WRITE-MERGED-TRAILER
           CLOSE fb-output-file
           CLOSE fb-vsam-file
           PERFORM 8200-REGISTER-RUN-END
           IF ws-excpt-open
               CLOSE fb-excpt-file
           END-IF
           DISPLAY "FBMERGE: CONSOLIDATED " ws-slices-used
               " SLICE(S), RANGE " ws-merged-low " TO "
               ws-merged-high ", TOTAL " ws-merged-total
           IF ws-slice-status = "35"
               IF ws-slice-num = 1
                   DISPLAY "FBMERGE: SLICE 01 MISSING - JOB ABENDING"
                   MOVE "MOPN" TO ws-exc-reason
                   MOVE 0 TO ws-exc-num
                   MOVE ws-slice-status TO ws-exc-file-status
                   MOVE "SLICE 01 MISSING - NOTHING CONSOLIDATED"
                       TO ws-exc-detail
                   PERFORM 9500-LOG-EXCEPTION
                   CLOSE fb-output-file
                   CLOSE fb-vsam-file
                   IF ws-rhist-open
                       CLOSE fb-rhist-file
                   END-IF
                   IF ws-excpt-open
                       CLOSE fb-excpt-file
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
               END-IF
           ELSE
               IF ws-slice-status NOT = "00"
                   MOVE "MOPN" TO ws-exc-reason
                   MOVE 0 TO ws-exc-num
                   MOVE ws-slice-status TO ws-exc-file-status
                   MOVE SPACES TO ws-exc-detail
                   STRING "OPEN FAILED ON SLICE " DELIMITED SIZE
                       ws-slice-num DELIMITED SIZE
                       INTO ws-exc-detail
                   END-STRING
                   PERFORM 9500-LOG-EXCEPTION
                   MOVE 'Y' TO ws-merge-error
               ELSE
                   ADD 1 TO ws-slices-used
                   PERFORM 2300-CLOSE-SLICE-FILE
                   IF NOT ws-slice-had-trailer
                       AND NOT ws-merge-failed
                       MOVE "MNTR" TO ws-exc-reason
                       MOVE 0 TO ws-exc-num
                       MOVE SPACES TO ws-exc-file-status
                       MOVE SPACES TO ws-exc-detail
                       STRING "SLICE " DELIMITED SIZE
                           ws-slice-num DELIMITED SIZE
                           " HAS NO TRAILER - SLICE RUN INCOMPLETE"
                               DELIMITED SIZE
                           INTO ws-exc-detail
                       END-STRING
                       PERFORM 9500-LOG-EXCEPTION
                       MOVE 'Y' TO ws-merge-error
                   END-IF
               END-IF
           MOVE fb-rec-run-id  TO fb-vsam-run-id
           WRITE fb-vsam-record
               INVALID KEY
                   MOVE "MDUP" TO ws-exc-reason
                   MOVE fb-rec-value TO ws-exc-num
                   MOVE ws-vsam-status TO ws-exc-file-status
                   MOVE "DUPLICATE OR OUT-OF-ORDER KEY - SLICES OVERLAP"
                       TO ws-exc-detail
                   PERFORM 9500-LOG-EXCEPTION
                   MOVE 'Y' TO ws-merge-error
           END-WRITE.

               END-PERFORM
           ELSE
               IF fb-trl-low NOT = ws-prev-high + 1
                   MOVE "MGAP" TO ws-exc-reason
                   MOVE fb-trl-low TO ws-exc-num
                   MOVE SPACES TO ws-exc-file-status
                   MOVE SPACES TO ws-exc-detail
                   STRING "SLICE " DELIMITED SIZE
                       ws-slice-num DELIMITED SIZE
                       " NOT CONTIGUOUS - PRIOR SLICE ENDED AT "
                           DELIMITED SIZE
                       ws-prev-high DELIMITED SIZE
                       INTO ws-exc-detail
                   END-STRING
                   PERFORM 9500-LOG-EXCEPTION
                   MOVE 'Y' TO ws-merge-error
               END-IF
               PERFORM 3100-CHECK-RULE-TABLE-MATCH

       3100-CHECK-RULE-TABLE-MATCH.
           IF fb-trl-rule-count-occ NOT = ws-rule-count
               MOVE SPACES TO ws-exc-detail
               STRING "SLICE " DELIMITED SIZE
                   ws-slice-num DELIMITED SIZE
                   " RAN WITH A DIFFERENT RULE COUNT" DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 3200-LOG-RULE-MISMATCH
           ELSE
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > ws-rule-count
                       NOT = ws-rule-divisor(ws-rule-idx)
                       OR fb-trl-rule-label(ws-rule-idx)
                       NOT = ws-rule-label(ws-rule-idx)
                       MOVE SPACES TO ws-exc-detail
                       STRING "SLICE " DELIMITED SIZE
                           ws-slice-num DELIMITED SIZE
                           " RAN WITH A DIFFERENT RULE TABLE"
                               DELIMITED SIZE
                           INTO ws-exc-detail
                       END-STRING
                       PERFORM 3200-LOG-RULE-MISMATCH
                   END-IF
               END-PERFORM
           END-IF.

       3200-LOG-RULE-MISMATCH.
           MOVE "MRUL" TO ws-exc-reason
           MOVE 0 TO ws-exc-num
           MOVE SPACES TO ws-exc-file-status
           PERFORM 9500-LOG-EXCEPTION
           MOVE 'Y' TO ws-merge-error.

       2500-REGISTER-RUN-START.
           OPEN I-O fb-rhist-file
           IF ws-rhist-status = "35"
               END-WRITE
           END-IF.

       2550-OPEN-EXCEPTION-LOG.
           OPEN I-O fb-excpt-file
           IF ws-excpt-status = "35"
               OPEN OUTPUT fb-excpt-file
               CLOSE fb-excpt-file
               OPEN I-O fb-excpt-file
           END-IF
           IF ws-excpt-status = "00"
               MOVE 'Y' TO ws-excpt-usable
           ELSE
               DISPLAY "FBMERGE: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status
                   " - EXCEPTIONS TO SYSOUT ONLY"
           END-IF.

       4100-CHECK-OUTPUT-OPEN.
           IF ws-output-status NOT = "00"
               DISPLAY "FBMERGE: OPEN FAILED ON FB.OUTPUT.DATA - "
               STOP RUN
           END-IF.

       8000-WRITE-MERGED-TRAILER.
           INITIALIZE fb-trailer-record
           MOVE "TRAILER" TO fb-trl-id
               END-REWRITE
               CLOSE fb-rhist-file
           END-IF.

       9500-LOG-EXCEPTION.
           IF ws-excpt-open
               MOVE SPACES TO FB-EXCEPTION-RECORD
               MOVE FUNCTION CURRENT-DATE TO ws-exc-stamp
               ADD 1 TO ws-exc-seq
               MOVE ws-exc-stamp-date TO FB-EXC-LOG-DATE
               MOVE ws-exc-stamp-time TO FB-EXC-LOG-TIME
               MOVE "FBMERGE" TO FB-EXC-PROGRAM
               MOVE ws-exc-seq TO FB-EXC-LOG-SEQ
               MOVE ws-run-id TO FB-EXC-RUN-ID
               MOVE ws-exc-num TO FB-EXC-NUM
               MOVE ws-exc-reason TO FB-EXC-REASON
      *        NOTHING fb-merge LOGS CAN BE RE-DRIVEN - THE SPLIT RUN
      *        HAS TO BE CONSOLIDATED AGAIN.
               MOVE 'N' TO FB-EXC-FIXABLE
               MOVE ws-exc-file-status TO FB-EXC-FILE-STATUS
               MOVE ws-exc-detail TO FB-EXC-DETAIL
               MOVE 'O' TO FB-EXC-STATUS
               MOVE 0 TO FB-EXC-REDRIVES
               MOVE 0 TO FB-EXC-RES-DATE
               MOVE 0 TO FB-EXC-RES-TIME
               WRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "FBMERGE: EXCEPTION WRITE FAILED - "
                           "STATUS " ws-excpt-status " - "
                           ws-exc-reason " " ws-exc-detail
               END-WRITE
           ELSE
               DISPLAY "FBMERGE: " ws-exc-reason " NUM " ws-exc-num
                   " " ws-exc-detail
           END-IF.
