      * transfer counterpart of the FBRU online transaction.  The
      * business unit that owns the special-report rules sends its
      * adds, changes and deactivates as a transaction file (see
      * FBRLTRN.cpy); this nightly step edits each transaction with
      * the SAME edits fb-rulmnt enforces on the screen - required
      * fields, Y/N active flag, numeric and valid effective dates,
      * a keyed EFF-FROM later than today (one of today or earlier
      * could only ever expire unapproved, see fb-rulexp),
      * from-not-after-to including the merged window on a change,
      * add-vs-change key checks - plus the maker-checker ones: the
      * requesting user must hold the enter authority on
      * FB.RULES.AUTH (see FBRAUTH.cpy) and the divisor must not
      * already have a change awaiting approval.  An accepted
      * transaction is NOT applied to the master: it is queued on
      * FB.RULES.PENDING (see FBRPEND.cpy) exactly as an FBRU entry
      * is, with the requesting user and station id stamped where
      * EIBOPID/EIBTRMID would be, and reaches FB.RULES.MASTER and
      * the FB.RULES.AUDIT trail only when a second user approves it
      * on the FBRA screen (fb-rulapv).  Every transaction is
      * answered on the FBREPORT accept/reject report - REJECTED
      * lines carry a reason code (the R-nn texts below are the
      * interface agreement with the sending department) and nothing
      * from a rejected transaction is queued.  RC=0 all queued,
      * RC=4 when any transaction was rejected (the accepted ones
      * are still queued), RC=16 when a file cannot be opened.
      * A transaction naming a rule set (FB-RTX-SET-ID, see
      * FBRULES.cpy) is edited and queued against that set's rows of
      * the master; a blank set id is the base set, as before.  The
      * one-pending-change-per-divisor rule spans all the sets.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT fb-rules-file ASSIGN TO "FBRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RUL-KEY
               FILE STATUS IS ws-rules-status.

           SELECT fb-pend-file ASSIGN TO "FBRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-PND-KEY
               FILE STATUS IS ws-pend-status.

           SELECT fb-auth-file ASSIGN TO "FBRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-ATH-USER
               FILE STATUS IS ws-auth-status.

           SELECT fb-report-file ASSIGN TO "FBREPORT"
               ORGANIZATION IS SEQUENTIAL
       FD  fb-rules-file.
           COPY FBRULES.

       FD  fb-pend-file.
           COPY FBRPEND.

       FD  fb-auth-file.
           COPY FBRAUTH.

       FD  fb-report-file
           RECORD CONTAINS 132 CHARACTERS.
           05  ws-trans-rejected       PIC 9(9) VALUE 0.

      *    REASON CODE OF THE FIRST EDIT THE TRANSACTION FAILED -
      *    ZERO MEANS IT PASSED EVERY EDIT AND WAS QUEUED ON
      *    FB.RULES.PENDING (NEVER APPLIED HERE).  THE CODES SET ARE:
      *      01 ACTION        02 DIVISOR       03 LABEL
      *      04 ACTIVE FLAG   05 USER          06 EFF FROM
      *      07 EFF TO        08 EFF WINDOW    09 ALREADY IN THE SET
      *      10 NOT IN THE SET                 11 NOT AUTHORISED
      *      12 ALREADY PENDING               13 PENDING WRITE FAILED
      *      14 SET ID COLUMN                  15 EFF FROM NOT FUTURE
      *    WITH THE R-NN TEXTS IN 7100-NAME-THE-REASON, THE INTERFACE
      *    AGREEMENT WITH THE SENDING DEPARTMENT.
       01  ws-reject-reason            PIC 9(2) VALUE 0.
           88  ws-trans-is-clean           VALUE 0.
       01  ws-reason-text              PIC X(40).
       01  ws-date-bad-flag            PIC X.
           88  ws-date-is-bad              VALUE 'Y'.

       01  ws-pending-flag             PIC X VALUE 'N'.
           88  ws-has-open-pending         VALUE 'Y'.
       01  ws-browse-done              PIC X VALUE 'N'.
           88  ws-browse-ended             VALUE 'Y'.

       01  ws-heading-1.
           05  FILLER                  PIC X(35)
               VALUE "FB RULES BATCH CHANGE ACCEPT/REJECT".
           05  FILLER                  PIC X(6)  VALUE "TRAN".
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(6)  VALUE "DIV".
           05  FILLER                  PIC X(10) VALUE "RULE SET".
           05  FILLER                  PIC X(11) VALUE "LABEL".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(10) VALUE "RESULT".
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  ws-detail-line.
           05  ws-dt-tran              PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-divisor           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-set-id            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-label             PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-user              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-result            PIC X(10).
           05  ws-dt-reason            PIC X(47).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).

       01  ws-trans-status             PIC XX.
       01  ws-rules-status             PIC XX.
       01  ws-pend-status              PIC XX.
       01  ws-auth-status              PIC XX.
       01  ws-report-status            PIC XX.

       PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE MASTER IS ONLY READ HERE - THE ADD-VS-CHANGE KEY
      *    CHECKS - SINCE fb-rulapv IS NOW ITS ONLY WRITER.
           OPEN INPUT fb-rules-file
           IF ws-rules-status NOT = "00"
               DISPLAY "FBRULBAT: CANNOT OPEN FB.RULES.MASTER - "
                   "STATUS " ws-rules-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT fb-auth-file
           IF ws-auth-status NOT = "00"
               DISPLAY "FBRULBAT: CANNOT OPEN FB.RULES.AUTH - "
                   "STATUS " ws-auth-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O fb-pend-file
           IF ws-pend-status NOT = "00"
               DISPLAY "FBRULBAT: CANNOT OPEN FB.RULES.PENDING - "
                   "STATUS " ws-pend-status " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM
           CLOSE fb-trans-file
           CLOSE fb-rules-file
           CLOSE fb-auth-file
           CLOSE fb-pend-file
           PERFORM 8000-WRITE-SUMMARY
           CLOSE fb-report-file
           DISPLAY "FBRULBAT: READ=" ws-trans-read
               " QUEUED=" ws-trans-accepted
               " REJECTED=" ws-trans-rejected
           IF ws-trans-rejected > 0
               MOVE 4 TO RETURN-CODE
           IF ws-trans-is-clean
               EVALUATE TRUE
                   WHEN FB-RTX-IS-ADD
                       PERFORM 4000-QUEUE-ADD
                   WHEN FB-RTX-IS-CHANGE
                       PERFORM 4100-QUEUE-CHANGE
                   WHEN OTHER
                       PERFORM 4200-QUEUE-DEACTIVATE
               END-EVALUATE
           END-IF
           IF ws-trans-is-clean
                   OR FB-RTX-DIVISOR = 0)
               MOVE 2 TO ws-reject-reason
           END-IF
           IF ws-trans-is-clean
               AND FB-RTX-SET-ID NOT = SPACES
               AND FB-RTX-SET-ID(1:1) = SPACE
               MOVE 14 TO ws-reject-reason
           END-IF
           IF ws-trans-is-clean
               AND (FB-RTX-IS-ADD OR FB-RTX-IS-CHANGE)
               AND FB-RTX-LABEL = SPACES
               AND FB-RTX-USER = SPACES
               MOVE 5 TO ws-reject-reason
           END-IF
           IF ws-trans-is-clean
               MOVE FB-RTX-USER TO FB-ATH-USER
               READ fb-auth-file
                   INVALID KEY
                       MOVE 11 TO ws-reject-reason
                   NOT INVALID KEY
                       IF NOT FB-ATH-IS-MAKER
                           MOVE 11 TO ws-reject-reason
                       END-IF
               END-READ
           END-IF
           IF ws-trans-is-clean
               PERFORM 3200-EDIT-EFF-DATES
           END-IF.
               AND ws-eff-from > 0 AND ws-eff-to > 0
               AND ws-eff-from > ws-eff-to
               MOVE 8 TO ws-reject-reason
           END-IF
      *    A KEYED EFF-FROM OF TODAY OR EARLIER CAN NEVER BE APPROVED -
      *    fb-rulapv AND fb-rulexp EXPIRE SUCH A CHANGE - SO IT IS
      *    REJECTED HERE RATHER THAN QUEUED, AS ON THE FBRU SCREEN.
           IF ws-trans-is-clean
               AND ws-eff-from-entered AND ws-eff-from > 0
               MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
               IF ws-eff-from NOT > ws-stamp-date
                   MOVE 15 TO ws-reject-reason
               END-IF
           END-IF.

       3210-CHECK-DATE-PARTS.
               MOVE 'Y' TO ws-date-bad-flag
           END-IF.

       4000-QUEUE-ADD.
           MOVE FB-RTX-SET-ID TO FB-RUL-SET-ID
           MOVE FB-RTX-DIVISOR TO FB-RUL-DIVISOR
           READ fb-rules-file
               INVALID KEY
                   MOVE 9 TO ws-reject-reason
           END-READ
           IF ws-trans-is-clean
               PERFORM 4300-FIND-OPEN-PENDING
           END-IF
           IF ws-trans-is-clean
               MOVE SPACES TO FB-PENDING-RECORD
               MOVE FB-RTX-LABEL TO FB-PND-LABEL
               MOVE FB-RTX-ACTIVE TO FB-PND-ACTIVE
               MOVE ws-eff-from TO FB-PND-EFF-FROM
               MOVE ws-eff-to TO FB-PND-EFF-TO
               MOVE ws-eff-from-flag TO FB-PND-FROM-FLAG
               MOVE ws-eff-to-flag TO FB-PND-TO-FLAG
               PERFORM 4400-WRITE-PENDING
           END-IF.

       4100-QUEUE-CHANGE.
           MOVE FB-RTX-SET-ID TO FB-RUL-SET-ID
           MOVE FB-RTX-DIVISOR TO FB-RUL-DIVISOR
           READ fb-rules-file
               INVALID KEY
                   MOVE 10 TO ws-reject-reason
           END-READ
           IF ws-trans-is-clean
               IF ws-eff-from-entered
                   MOVE ws-eff-from TO FB-RUL-EFF-FROM
               END-IF
      *        3200-CHANGE-RULE - ENTERED FIELDS COMBINED WITH THE
      *        ONES KEPT FROM THE RECORD MUST STILL BE A VALID
      *        WINDOW, SO A ONE-SIDED CHANGE CAN'T LEAVE A RULE
      *        THAT SILENTLY NEVER SELECTS AGAIN.  fb-rulapv REPEATS
      *        IT AGAINST THE MASTER AS IT STANDS AT APPROVAL.
               IF FB-RUL-EFF-FROM > 0 AND FB-RUL-EFF-TO > 0
                   AND FB-RUL-EFF-FROM > FB-RUL-EFF-TO
                   MOVE 8 TO ws-reject-reason
               END-IF
           END-IF
           IF ws-trans-is-clean
               PERFORM 4300-FIND-OPEN-PENDING
           END-IF
           IF ws-trans-is-clean
               MOVE SPACES TO FB-PENDING-RECORD
               MOVE FB-RTX-LABEL TO FB-PND-LABEL
               MOVE FB-RTX-ACTIVE TO FB-PND-ACTIVE
               MOVE ws-eff-from TO FB-PND-EFF-FROM
               MOVE ws-eff-to TO FB-PND-EFF-TO
               MOVE ws-eff-from-flag TO FB-PND-FROM-FLAG
               MOVE ws-eff-to-flag TO FB-PND-TO-FLAG
               PERFORM 4400-WRITE-PENDING
           END-IF.

       4200-QUEUE-DEACTIVATE.
           MOVE FB-RTX-SET-ID TO FB-RUL-SET-ID
           MOVE FB-RTX-DIVISOR TO FB-RUL-DIVISOR
           READ fb-rules-file
               INVALID KEY
                   MOVE 10 TO ws-reject-reason
           END-READ
           IF ws-trans-is-clean
               PERFORM 4300-FIND-OPEN-PENDING
           END-IF
           IF ws-trans-is-clean
               MOVE SPACES TO FB-PENDING-RECORD
               MOVE 'N' TO FB-PND-ACTIVE
               MOVE 0 TO FB-PND-EFF-FROM FB-PND-EFF-TO
               MOVE 'N' TO FB-PND-FROM-FLAG FB-PND-TO-FLAG
               PERFORM 4400-WRITE-PENDING
           END-IF.

       4300-FIND-OPEN-PENDING.
      *    THE BATCH TWIN OF fb-rulmnt'S 4600-FIND-OPEN-PENDING -
      *    A DIVISOR'S QUEUED ROWS ARE CONTIGUOUS UNDER ITS KEY
      *    PREFIX, AND ANY ONE STILL IN STATUS 'P' (FROM THE SCREEN,
      *    AN EARLIER TRANSFER, OR EARLIER IN THIS FILE) BLOCKS A
      *    SECOND QUEUED CHANGE.
           MOVE 'N' TO ws-pending-flag
           MOVE 'N' TO ws-browse-done
           MOVE FB-RTX-DIVISOR TO FB-PND-DIVISOR
           MOVE 0 TO FB-PND-ENT-DATE FB-PND-ENT-TIME
           START fb-pend-file KEY >= FB-PND-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-browse-done
           END-START
           PERFORM UNTIL ws-browse-ended OR ws-has-open-pending
               READ fb-pend-file NEXT
                   AT END
                       MOVE 'Y' TO ws-browse-done
                   NOT AT END
                       IF FB-PND-DIVISOR NOT = FB-RTX-DIVISOR
                           MOVE 'Y' TO ws-browse-done
                       ELSE
                           IF FB-PND-IS-PENDING
                               MOVE 'Y' TO ws-pending-flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-has-open-pending
               MOVE 12 TO ws-reject-reason
           END-IF.

       4400-WRITE-PENDING.
      *    THE CALLER HAS CLEARED THE RECORD AND MOVED IN THE
      *    REQUESTED LABEL/ACTIVE/WINDOW; THIS STAMPS THE KEY, THE
      *    MAKER - THE REQUESTING USER AND STATION STANDING WHERE
      *    EIBOPID/EIBTRMID WOULD - AND THE 'P' STATUS.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE FB-RTX-DIVISOR TO FB-PND-DIVISOR
           MOVE FB-RTX-SET-ID TO FB-PND-SET-ID
           MOVE ws-stamp-date TO FB-PND-ENT-DATE
           MOVE ws-stamp-time TO FB-PND-ENT-TIME
           MOVE 'P' TO FB-PND-STATUS
           MOVE FB-RTX-ACTION TO FB-PND-ACTION
           MOVE 'B' TO FB-PND-SOURCE
           MOVE FB-RTX-USER TO FB-PND-MAKER-USER
           MOVE FB-RTX-TERM TO FB-PND-MAKER-TERM
           MOVE SPACES TO FB-PND-CHK-USER FB-PND-CHK-TERM
               FB-PND-REASON
           MOVE 0 TO FB-PND-DEC-DATE FB-PND-DEC-TIME
           WRITE FB-PENDING-RECORD
               INVALID KEY
                   MOVE 13 TO ws-reject-reason
           END-WRITE.

       7000-REPORT-TRANSACTION.
           MOVE ws-trans-read TO ws-dt-tran
                   MOVE FB-RTX-ACTION TO ws-dt-action
           END-EVALUATE
           MOVE FB-RTX-DIVISOR TO ws-dt-divisor
           MOVE FB-RTX-SET-ID TO ws-dt-set-id
           MOVE FB-RTX-LABEL TO ws-dt-label
           MOVE FB-RTX-USER TO ws-dt-user
           IF ws-trans-is-clean
               MOVE "QUEUED" TO ws-dt-result
               MOVE SPACES TO ws-dt-reason
           ELSE
               MOVE "REJECTED" TO ws-dt-result
                       TO ws-reason-text
               WHEN 10
                   MOVE "DIVISOR NOT ON FILE" TO ws-reason-text
               WHEN 11
                   MOVE "USER NOT AUTHORISED TO ENTER CHANGES"
                       TO ws-reason-text
               WHEN 12
                   MOVE "CHANGE ALREADY PENDING FOR DIVISOR"
                       TO ws-reason-text
               WHEN 13
                   MOVE "PENDING FILE WRITE FAILED - NOT QUEUED"
                       TO ws-reason-text
               WHEN 14
                   MOVE "RULE SET ID MUST START IN COLUMN 44"
                       TO ws-reason-text
               WHEN 15
                   MOVE "EFF FROM MUST BE AFTER TODAY"
                       TO ws-reason-text
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO ws-reason-text
           END-EVALUATE.
           MOVE SPACES TO fb-report-line
           STRING "TRANSACTIONS READ " DELIMITED SIZE
               ws-trans-read DELIMITED SIZE
               "  QUEUED FOR APPROVAL " DELIMITED SIZE
               ws-trans-accepted DELIMITED SIZE
               "  REJECTED " DELIMITED SIZE
               ws-trans-rejected DELIMITED SIZE
