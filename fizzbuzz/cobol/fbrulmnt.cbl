      * Lets an authorized operator add, change, or deactivate a rule
      * and browse the current table, so a business rule change no
      * longer requires a code change and recompile of fizz-buzz.
      * Maker-checker: an edited add/change/deactivate is NOT applied
      * here - it is queued on FB.RULES.PENDING (see FBRPEND.cpy) and
      * only reaches the master, and the FB.RULES.AUDIT trail (see
      * FBRAUD.cpy), when a different authorised user approves it on
      * the FBRA screen (fb-rulapv).  The operator must hold the
      * enter authority on FB.RULES.AUTH (see FBRAUTH.cpy), and only
      * one change per divisor may be pending at a time.  The browse
      * list still shows the master as it stands - what the next run
      * will actually use.  FBRU maintains the base rule set only
      * (set id spaces, see FBRULES.cpy); named rule sets arrive on
      * the fb-rulbat transfer file.
      *
      * Pseudo-conversational: FBRULEM is sent, control returns to
      * CICS, and the next screen's data comes back on the following
           COPY DFHAID.
           COPY FBRULEM.
           COPY FBRULES.
           COPY FBRPEND.
           COPY FBRAUTH.

       01  ws-resp                     PIC S9(8) COMP.
       01  ws-func                     PIC X(1).
           88  ws-func-browse              VALUE 'B'.
       01  ws-divisor                  PIC 9(4).
       01  ws-message                  PIC X(78) VALUE SPACES.
       01  ws-maker-flag               PIC X VALUE 'N'.
           88  ws-user-is-maker            VALUE 'Y'.
       01  ws-pending-flag             PIC X VALUE 'N'.
           88  ws-has-open-pending         VALUE 'Y'.

      *    EFFECTIVE-DATE ENTRY EDITING - THE MAP FIELDS ARE OPTIONAL
      *    (ZERO MEANS THAT SIDE OF THE WINDOW IS OPEN, SEE
           IF DIVISORL > 0
               MOVE DIVISORI TO ws-divisor
           END-IF
           IF ws-func-add OR ws-func-change OR ws-func-deactivate
               PERFORM 3050-CHECK-MAKER-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN (ws-func-add OR ws-func-change
                       OR ws-func-deactivate)
                   AND NOT ws-user-is-maker
                   MOVE "USER NOT AUTHORISED TO ENTER RULE CHANGES"
                       TO ws-message
               WHEN ws-func-add
                   PERFORM 3100-ADD-RULE
               WHEN ws-func-change
           PERFORM 5000-LOAD-BROWSE-LIST
           PERFORM 8100-SEND-MAP-REDISPLAY.

       3050-CHECK-MAKER-AUTHORITY.
           MOVE 'N' TO ws-maker-flag
           MOVE EIBOPID TO FB-ATH-USER
           EXEC CICS READ FILE('FBRAUTH')
               INTO(FB-AUTH-RECORD)
               RIDFLD(FB-ATH-USER)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL) AND FB-ATH-IS-MAKER
               MOVE 'Y' TO ws-maker-flag
           END-IF.

       3100-ADD-RULE.
           PERFORM 3400-EDIT-EFF-DATES
           IF DIVISORL NOT > 0 OR LABELL NOT > 0
           ELSE IF ws-eff-dates-bad
               CONTINUE
           ELSE
               MOVE SPACES TO FB-RUL-SET-ID
               MOVE ws-divisor TO FB-RUL-DIVISOR
               EXEC CICS READ FILE('FBRULES')
                   INTO(FB-RULE-RECORD)
                   RIDFLD(FB-RUL-KEY)
                   RESP(ws-resp)
               END-EXEC
               IF ws-resp = DFHRESP(NORMAL)
                   MOVE "DIVISOR ALREADY ON FILE - USE CHANGE"
                       TO ws-message
               ELSE
                   PERFORM 4600-FIND-OPEN-PENDING
                   IF ws-has-open-pending
                       MOVE "CHANGE ALREADY PENDING FOR DIVISOR"
                           TO ws-message
                   ELSE
                       MOVE SPACES TO FB-PENDING-RECORD
                       MOVE LABELI TO FB-PND-LABEL
                       IF ACTIVEL > 0
                           MOVE ACTIVEI TO FB-PND-ACTIVE
                       END-IF
                       MOVE ws-eff-from TO FB-PND-EFF-FROM
                       MOVE ws-eff-to TO FB-PND-EFF-TO
                       MOVE ws-eff-from-flag TO FB-PND-FROM-FLAG
                       MOVE ws-eff-to-flag TO FB-PND-TO-FLAG
                       PERFORM 4700-QUEUE-PENDING
                   END-IF
               END-IF
           END-IF.

           ELSE IF ws-eff-dates-bad
               CONTINUE
           ELSE
               MOVE SPACES TO FB-RUL-SET-ID
               MOVE ws-divisor TO FB-RUL-DIVISOR
               EXEC CICS READ FILE('FBRULES')
                   INTO(FB-RULE-RECORD)
                   RIDFLD(FB-RUL-KEY)
                   RESP(ws-resp)
               END-EXEC
               IF ws-resp NOT = DFHRESP(NORMAL)
                   MOVE "DIVISOR NOT ON FILE - USE ADD" TO ws-message
               ELSE
                   IF ws-eff-from-entered
                       MOVE ws-eff-from TO FB-RUL-EFF-FROM
                   END-IF
      *            FROM/TO CHECK AS A FULLY KEYED PAIR, SO A ONE-
      *            SIDED CHANGE CAN'T LEAVE A RULE WITH AN EMPTY
      *            WINDOW THAT SILENTLY NEVER SELECTS AGAIN.
      *            fb-rulapv REPEATS THE CHECK AGAINST THE MASTER AS
      *            IT STANDS AT APPROVAL TIME.
                   IF FB-RUL-EFF-FROM > 0 AND FB-RUL-EFF-TO > 0
                       AND FB-RUL-EFF-FROM > FB-RUL-EFF-TO
                       MOVE "CHANGE LEAVES EFF FROM AFTER EFF TO"
                           TO ws-message
                   ELSE
                       PERFORM 4600-FIND-OPEN-PENDING
                       IF ws-has-open-pending
                           MOVE "CHANGE ALREADY PENDING FOR DIVISOR"
                               TO ws-message
                       ELSE
                           MOVE SPACES TO FB-PENDING-RECORD
                           MOVE LABELI TO FB-PND-LABEL
                           IF ACTIVEL > 0
                               MOVE ACTIVEI TO FB-PND-ACTIVE
                           END-IF
                           MOVE ws-eff-from TO FB-PND-EFF-FROM
                           MOVE ws-eff-to TO FB-PND-EFF-TO
                           MOVE ws-eff-from-flag TO FB-PND-FROM-FLAG
                           MOVE ws-eff-to-flag TO FB-PND-TO-FLAG
                           PERFORM 4700-QUEUE-PENDING
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DIVISORL NOT > 0
               MOVE "DIVISOR IS REQUIRED TO DEACTIVATE" TO ws-message
           ELSE
               MOVE SPACES TO FB-RUL-SET-ID
               MOVE ws-divisor TO FB-RUL-DIVISOR
               EXEC CICS READ FILE('FBRULES')
                   INTO(FB-RULE-RECORD)
                   RIDFLD(FB-RUL-KEY)
                   RESP(ws-resp)
               END-EXEC
               IF ws-resp NOT = DFHRESP(NORMAL)
                   MOVE "DIVISOR NOT ON FILE" TO ws-message
               ELSE
                   PERFORM 4600-FIND-OPEN-PENDING
                   IF ws-has-open-pending
                       MOVE "CHANGE ALREADY PENDING FOR DIVISOR"
                           TO ws-message
                   ELSE
                       MOVE SPACES TO FB-PENDING-RECORD
                       MOVE 'N' TO FB-PND-ACTIVE
                       MOVE 0 TO FB-PND-EFF-FROM FB-PND-EFF-TO
                       MOVE 'N' TO FB-PND-FROM-FLAG FB-PND-TO-FLAG
                       PERFORM 4700-QUEUE-PENDING
                   END-IF
               END-IF
           END-IF.

               MOVE "EFF FROM MUST NOT BE AFTER EFF TO"
                   TO ws-message
               MOVE 'Y' TO ws-eff-edit-flag
           END-IF
      *    A KEYED EFF-FROM OF TODAY OR EARLIER CAN NEVER BE APPROVED -
      *    fb-rulapv AND fb-rulexp EXPIRE SUCH A CHANGE - SO IT IS
      *    REFUSED HERE RATHER THAN QUEUED.
           IF NOT ws-eff-dates-bad
               AND ws-eff-from-entered AND ws-eff-from > 0
               EXEC CICS ASKTIME ABSTIME(ws-abstime) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ws-abstime)
                   YYYYMMDD(ws-current-date)
               END-EXEC
               IF ws-eff-from NOT > ws-current-date
                   MOVE "EFF FROM MUST BE AFTER TODAY" TO ws-message
                   MOVE 'Y' TO ws-eff-edit-flag
               END-IF
           END-IF.

       3410-CHECK-DATE-PARTS.
               MOVE 'Y' TO ws-eff-edit-flag
           END-IF.

       4600-FIND-OPEN-PENDING.
      *    EVERY QUEUED ROW FOR ONE DIVISOR IS CONTIGUOUS ON THE
      *    PENDING FILE (THE KEY LEADS WITH THE DIVISOR), SO BROWSE
      *    FROM DIVISOR+ZEROS AND STOP AT THE NEXT DIVISOR OR THE
      *    FIRST ROW STILL AWAITING A DECISION.
           MOVE 'N' TO ws-pending-flag
           MOVE ws-divisor TO FB-PND-DIVISOR
           MOVE 0 TO FB-PND-ENT-DATE FB-PND-ENT-TIME
           EXEC CICS STARTBR FILE('FBRPEND')
               RIDFLD(FB-PND-KEY)
               GTEQ
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               PERFORM 4610-READ-NEXT-PENDING
                   UNTIL ws-resp NOT = DFHRESP(NORMAL)
                       OR FB-PND-DIVISOR NOT = ws-divisor
                       OR ws-has-open-pending
               EXEC CICS ENDBR FILE('FBRPEND') END-EXEC
           END-IF.

       4610-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('FBRPEND')
               INTO(FB-PENDING-RECORD)
               RIDFLD(FB-PND-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               AND FB-PND-DIVISOR = ws-divisor
               AND FB-PND-IS-PENDING
               MOVE 'Y' TO ws-pending-flag
           END-IF.

       4700-QUEUE-PENDING.
      *    THE CALLER HAS CLEARED THE RECORD AND MOVED IN THE KEYED
      *    LABEL/ACTIVE/WINDOW; THIS STAMPS THE KEY, THE MAKER AND
      *    THE 'P' STATUS AND WRITES THE ROW FOR THE CHECKER.
           EXEC CICS ASKTIME ABSTIME(ws-abstime) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ws-abstime)
               YYYYMMDD(ws-current-date)
               TIME(ws-current-time)
           END-EXEC
           MOVE ws-divisor TO FB-PND-DIVISOR
           MOVE SPACES TO FB-PND-SET-ID
           MOVE ws-current-date TO FB-PND-ENT-DATE
           MOVE ws-current-time TO FB-PND-ENT-TIME
           MOVE 'P' TO FB-PND-STATUS
           MOVE ws-func TO FB-PND-ACTION
           MOVE 'O' TO FB-PND-SOURCE
           MOVE EIBOPID TO FB-PND-MAKER-USER
           MOVE EIBTRMID TO FB-PND-MAKER-TERM
           MOVE SPACES TO FB-PND-CHK-USER FB-PND-CHK-TERM
               FB-PND-REASON
           MOVE 0 TO FB-PND-DEC-DATE FB-PND-DEC-TIME
           EXEC CICS WRITE FILE('FBRPEND')
               FROM(FB-PENDING-RECORD)
               RIDFLD(FB-PND-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp NOT = DFHRESP(NORMAL)
               MOVE "PENDING FILE WRITE FAILED - CHANGE NOT QUEUED"
                   TO ws-message
           ELSE
               EVALUATE TRUE
                   WHEN ws-func-add
                       MOVE "ADD QUEUED FOR APPROVAL (FBRA)"
                           TO ws-message
                   WHEN ws-func-change
                       MOVE "CHANGE QUEUED FOR APPROVAL (FBRA)"
                           TO ws-message
                   WHEN OTHER
                       MOVE "DEACTIVATE QUEUED FOR APPROVAL (FBRA)"
                           TO ws-message
               END-EVALUATE
           END-IF.

       5000-LOAD-BROWSE-LIST.
           MOVE SPACES TO TBL1O TBL2O TBL3O TBL4O TBL5O
           IF cw-direction = 'T'
               MOVE 0 TO cw-anchor-divisor
           END-IF
           MOVE SPACES TO FB-RUL-SET-ID
           MOVE cw-anchor-divisor TO FB-RUL-DIVISOR
           EXEC CICS STARTBR FILE('FBRULES')
               RIDFLD(FB-RUL-KEY)
               GTEQ
               RESP(ws-resp)
           END-EXEC
                       OR ws-resp NOT = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('FBRULES')
                   INTO(FB-RULE-RECORD)
                   RIDFLD(FB-RUL-KEY)
                   RESP(ws-resp)
               END-EXEC
               IF ws-resp = DFHRESP(NORMAL) AND FB-RUL-BASE-SET
                   MOVE FB-RUL-DIVISOR TO cw-anchor-divisor
               END-IF
               EXEC CICS ENDBR FILE('FBRULES') END-EXEC
       5100-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('FBRULES')
               INTO(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               RESP(ws-resp)
           END-EXEC
      *    THE BASE SET'S ROWS (SET ID SPACES) COME FIRST ON THE KEY;
      *    THE FIRST NAMED-SET ROW ENDS THE LIST LIKE END OF FILE.
           IF ws-resp = DFHRESP(NORMAL) AND NOT FB-RUL-BASE-SET
               MOVE DFHRESP(ENDFILE) TO ws-resp
           END-IF
           IF ws-resp = DFHRESP(NORMAL)
               ADD 1 TO ws-browse-count
               PERFORM 5110-SAVE-PAGE-ROW
