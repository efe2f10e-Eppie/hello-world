       IDENTIFICATION DIVISION.
       PROGRAM-ID. fb-rulapv.

      ******************************************************************
      * FB-RULAPV
      * Online (CICS) approval transaction FBRA - the checker half of
      * maker-checker rule maintenance.  Adds, changes and
      * deactivates entered on the FBRU screen (fb-rulmnt) or sent on
      * the fb-rulbat transfer file wait on FB.RULES.PENDING (see
      * FBRPEND.cpy); this screen lists the ones still pending and
      * lets a SECOND user approve or reject each by divisor.  The
      * checker must hold the approve authority on FB.RULES.AUTH (see
      * FBRAUTH.cpy) and may never decide a change they entered
      * themselves.  An approval re-runs the master-side edits
      * against FB.RULES.MASTER as it stands NOW - add still not on
      * file, change/deactivate still on file, merged effective
      * window still valid - applies the change, and appends the
      * FB.RULES.AUDIT row (see FBRAUD.cpy) carrying the maker, the
      * checker and the original entry stamp.  A change the master
      * no longer allows is closed as rejected with the reason, and
      * one whose keyed EFF-FROM is today or earlier is closed as
      * expired - the same test the nightly fb-rulexp sweep applies -
      * so a late approval can never back-date a rule.  A change
      * queued for a named rule set (FB-PND-SET-ID, see FBRULES.cpy)
      * is applied to that set's row of the master; the list shows
      * the set beside each pending change.
      *
      * Pseudo-conversational: FBRAPM is sent, control returns to
      * CICS, and the next screen's data comes back on the following
      * transaction attach carrying DFHCOMMAREA as the browse anchor.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY FBRAPM.
           COPY FBRULES.
           COPY FBRAUD.
           COPY FBRPEND.
           COPY FBRAUTH.

       01  ws-resp                     PIC S9(8) COMP.
       01  ws-divisor                  PIC 9(4).
       01  ws-decision                 PIC X(1).
           88  ws-decide-approve           VALUE 'A'.
           88  ws-decide-reject            VALUE 'R'.
       01  ws-message                  PIC X(78) VALUE SPACES.
       01  ws-checker-flag             PIC X VALUE 'N'.
           88  ws-user-is-checker          VALUE 'Y'.
       01  ws-pending-flag             PIC X VALUE 'N'.
           88  ws-has-open-pending         VALUE 'Y'.

      *    WHY AN APPROVAL WAS REFUSED AT APPLY TIME - SPACES MEANS
      *    THE CHANGE WENT ONTO THE MASTER.  THE TEXT IS STORED ON
      *    THE PENDING ROW AS ITS CLOSING REASON.
       01  ws-refuse-reason            PIC X(30).

       01  ws-browse-line              PIC X(72).
       01  ws-browse-count             PIC 9(1).
       01  ws-anchor-flag              PIC X.
           88  ws-anchor-found             VALUE 'Y'.
       01  ws-page-rows.
           05  ws-page-row OCCURS 5 TIMES INDEXED BY ws-page-idx.
               10  ws-page-divisor         PIC 9(4).
               10  ws-page-action          PIC X(1).
               10  ws-page-label           PIC X(9).
               10  ws-page-active          PIC X(1).
               10  ws-page-eff-from        PIC X(8).
               10  ws-page-eff-to          PIC X(8).
               10  ws-page-maker           PIC X(8).
               10  ws-page-ent-date        PIC 9(8).
               10  ws-page-source          PIC X(1).
               10  ws-page-set-id          PIC X(8).

       01  ws-abstime                  PIC S9(15) COMP-3.
       01  ws-current-date             PIC 9(8).
       01  ws-current-time             PIC 9(6).

       01  FB-RULAPV-COMMAREA.
           05  cw-anchor-key           PIC X(18) VALUE LOW-VALUES.
           05  cw-direction            PIC X(1) VALUE 'F'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  ca-anchor-key           PIC X(18).
           05  ca-direction            PIC X(1).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-ENTRY
           ELSE
               MOVE DFHCOMMAREA(1:19) TO FB-RULAPV-COMMAREA
               PERFORM 2000-PROCESS-AID
           END-IF.

       1000-INITIAL-ENTRY.
           MOVE SPACES TO ws-message
           MOVE 'T' TO cw-direction
           PERFORM 5000-LOAD-PENDING-LIST
           MOVE 'F' TO cw-direction
           PERFORM 8000-SEND-MAP-INITIAL.

       2000-PROCESS-AID.
           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN DFHPF7
                   MOVE 'T' TO cw-direction
                   PERFORM 5000-LOAD-PENDING-LIST
                   MOVE 'F' TO cw-direction
                   PERFORM 8100-SEND-MAP-REDISPLAY
               WHEN DFHPF8
                   PERFORM 5000-LOAD-PENDING-LIST
                   PERFORM 8100-SEND-MAP-REDISPLAY
               WHEN DFHENTER
                   PERFORM 3000-RECEIVE-AND-DECIDE
               WHEN OTHER
                   MOVE "INVALID KEY PRESSED - USE ENTER OR PF3/7/8"
                       TO ws-message
                   PERFORM 5000-LOAD-PENDING-LIST
                   PERFORM 8100-SEND-MAP-REDISPLAY
           END-EVALUATE.

       3000-RECEIVE-AND-DECIDE.
           EXEC CICS RECEIVE MAP('FBRAPM') MAPSET('FBRAPS')
               INTO(FBRAPMI)
               RESP(ws-resp)
           END-EXEC
           MOVE DECISNI TO ws-decision
           PERFORM 3050-CHECK-CHECKER-AUTHORITY
           EVALUATE TRUE
               WHEN NOT ws-user-is-checker
                   MOVE "USER NOT AUTHORISED TO APPROVE RULE CHANGES"
                       TO ws-message
               WHEN DIVISORL NOT > 0 OR DIVISORI IS NOT NUMERIC
                   MOVE "DIVISOR IS REQUIRED TO DECIDE A CHANGE"
                       TO ws-message
               WHEN NOT ws-decide-approve AND NOT ws-decide-reject
                   MOVE "DECISION MUST BE A OR R" TO ws-message
               WHEN OTHER
                   MOVE DIVISORI TO ws-divisor
                   PERFORM 3100-DECIDE-PENDING
           END-EVALUATE
      *    THE DECIDED ROW DROPS OFF THE LIST - RESTART FROM THE TOP
      *    SO THE CHECKER SEES WHAT IS STILL WAITING.
           MOVE 'T' TO cw-direction
           PERFORM 5000-LOAD-PENDING-LIST
           MOVE 'F' TO cw-direction
           PERFORM 8100-SEND-MAP-REDISPLAY.

       3050-CHECK-CHECKER-AUTHORITY.
           MOVE 'N' TO ws-checker-flag
           MOVE EIBOPID TO FB-ATH-USER
           EXEC CICS READ FILE('FBRAUTH')
               INTO(FB-AUTH-RECORD)
               RIDFLD(FB-ATH-USER)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL) AND FB-ATH-IS-CHECKER
               MOVE 'Y' TO ws-checker-flag
           END-IF.

       3100-DECIDE-PENDING.
           PERFORM 4600-FIND-OPEN-PENDING
           IF NOT ws-has-open-pending
               MOVE "NO CHANGE PENDING FOR DIVISOR" TO ws-message
           ELSE IF FB-PND-MAKER-USER = EIBOPID
               MOVE "YOU ENTERED THIS CHANGE - ANOTHER USER DECIDES"
                   TO ws-message
           ELSE
               EXEC CICS READ FILE('FBRPEND')
                   INTO(FB-PENDING-RECORD)
                   RIDFLD(FB-PND-KEY)
                   UPDATE
                   RESP(ws-resp)
               END-EXEC
               IF ws-resp NOT = DFHRESP(NORMAL)
                   OR NOT FB-PND-IS-PENDING
                   MOVE "PENDING CHANGE NO LONGER AVAILABLE - RETRY"
                       TO ws-message
               ELSE
                   PERFORM 4400-GET-TIMESTAMP
                   EVALUATE TRUE
                       WHEN ws-decide-reject
                           PERFORM 3200-REJECT-PENDING
                       WHEN FB-PND-FROM-ENTERED
                           AND FB-PND-EFF-FROM > 0
                           AND FB-PND-EFF-FROM NOT > ws-current-date
                           PERFORM 3300-EXPIRE-PENDING
                       WHEN OTHER
                           PERFORM 3400-APPROVE-PENDING
                   END-EVALUATE
               END-IF
           END-IF.

       3200-REJECT-PENDING.
           MOVE 'R' TO FB-PND-STATUS
           IF REASONL > 0 AND REASONI NOT = SPACES
               MOVE REASONI TO FB-PND-REASON
           ELSE
               MOVE "REJECTED BY CHECKER" TO FB-PND-REASON
           END-IF
           PERFORM 4800-CLOSE-PENDING
           MOVE "CHANGE REJECTED - MASTER NOT UPDATED" TO ws-message.

       3300-EXPIRE-PENDING.
           MOVE 'X' TO FB-PND-STATUS
           MOVE "EFF FROM DUE BEFORE APPROVAL" TO FB-PND-REASON
           PERFORM 4800-CLOSE-PENDING
           MOVE "CHANGE EXPIRED - ITS EFF FROM DATE HAS COME"
               TO ws-message.

       3400-APPROVE-PENDING.
           MOVE SPACES TO ws-refuse-reason
           EVALUATE TRUE
               WHEN FB-PND-IS-ADD
                   PERFORM 3410-APPLY-ADD
               WHEN FB-PND-IS-CHANGE
                   PERFORM 3420-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 3430-APPLY-DEACTIVATE
           END-EVALUATE
           IF ws-refuse-reason = SPACES
               PERFORM 4500-WRITE-AUDIT
               MOVE 'A' TO FB-PND-STATUS
               MOVE SPACES TO FB-PND-REASON
               PERFORM 4800-CLOSE-PENDING
               MOVE "CHANGE APPROVED AND APPLIED TO THE MASTER"
                   TO ws-message
           ELSE
               MOVE 'R' TO FB-PND-STATUS
               MOVE ws-refuse-reason TO FB-PND-REASON
               PERFORM 4800-CLOSE-PENDING
               MOVE SPACES TO ws-message
               STRING "NOT APPLIED - " DELIMITED SIZE
                   ws-refuse-reason DELIMITED SIZE
                   INTO ws-message
               END-STRING
           END-IF.

       3410-APPLY-ADD.
           MOVE FB-PND-SET-ID TO FB-RUL-SET-ID
           MOVE FB-PND-DIVISOR TO FB-RUL-DIVISOR
           EXEC CICS READ FILE('FBRULES')
               INTO(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               MOVE "DIVISOR IS NOW ALREADY ON FILE" TO ws-refuse-reason
           ELSE
               MOVE FB-PND-SET-ID TO FB-RUL-SET-ID
               MOVE FB-PND-DIVISOR TO FB-RUL-DIVISOR
               MOVE FB-PND-LABEL TO FB-RUL-LABEL
               IF FB-PND-ACTIVE = SPACES
                   MOVE 'Y' TO FB-RUL-ACTIVE
               ELSE
                   MOVE FB-PND-ACTIVE TO FB-RUL-ACTIVE
               END-IF
               MOVE FB-PND-EFF-FROM TO FB-RUL-EFF-FROM
               MOVE FB-PND-EFF-TO TO FB-RUL-EFF-TO
               PERFORM 4000-STAMP-AND-WRITE
               IF ws-resp NOT = DFHRESP(NORMAL)
                   MOVE "MASTER WRITE FAILED" TO ws-refuse-reason
               ELSE
                   MOVE SPACES TO FB-AUDIT-RECORD
                   MOVE 'A' TO FB-AUD-ACTION
                   MOVE FB-RUL-LABEL TO FB-AUD-NEW-LABEL
                   MOVE FB-RUL-ACTIVE TO FB-AUD-NEW-ACTIVE
                   MOVE FB-RUL-EFF-FROM TO FB-AUD-NEW-EFF-FROM
                   MOVE FB-RUL-EFF-TO TO FB-AUD-NEW-EFF-TO
               END-IF
           END-IF.

       3420-APPLY-CHANGE.
           MOVE FB-PND-SET-ID TO FB-RUL-SET-ID
           MOVE FB-PND-DIVISOR TO FB-RUL-DIVISOR
           EXEC CICS READ FILE('FBRULES')
               INTO(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               UPDATE
               RESP(ws-resp)
           END-EXEC
           IF ws-resp NOT = DFHRESP(NORMAL)
               MOVE "DIVISOR IS NO LONGER ON FILE" TO ws-refuse-reason
           ELSE
               MOVE SPACES TO FB-AUDIT-RECORD
               MOVE 'C' TO FB-AUD-ACTION
               MOVE FB-RUL-LABEL TO FB-AUD-OLD-LABEL
               MOVE FB-RUL-ACTIVE TO FB-AUD-OLD-ACTIVE
               MOVE FB-RUL-EFF-FROM TO FB-AUD-OLD-EFF-FROM
               MOVE FB-RUL-EFF-TO TO FB-AUD-OLD-EFF-TO
               MOVE FB-PND-LABEL TO FB-RUL-LABEL
               IF FB-PND-ACTIVE NOT = SPACES
                   MOVE FB-PND-ACTIVE TO FB-RUL-ACTIVE
               END-IF
               IF FB-PND-FROM-ENTERED
                   MOVE FB-PND-EFF-FROM TO FB-RUL-EFF-FROM
               END-IF
               IF FB-PND-TO-ENTERED
                   MOVE FB-PND-EFF-TO TO FB-RUL-EFF-TO
               END-IF
      *        THE SAME MERGED-WINDOW CHECK fb-rulmnt MADE AT ENTRY,
      *        REPEATED BECAUSE THE KEPT SIDE MAY HAVE MOVED SINCE.
               IF FB-RUL-EFF-FROM > 0 AND FB-RUL-EFF-TO > 0
                   AND FB-RUL-EFF-FROM > FB-RUL-EFF-TO
                   EXEC CICS UNLOCK FILE('FBRULES') END-EXEC
                   MOVE "CHANGE LEAVES EFF FROM AFTER TO"
                       TO ws-refuse-reason
               ELSE
                   PERFORM 4100-STAMP-AND-REWRITE
                   IF ws-resp NOT = DFHRESP(NORMAL)
                       MOVE "MASTER REWRITE FAILED" TO ws-refuse-reason
                   ELSE
                       MOVE FB-RUL-LABEL TO FB-AUD-NEW-LABEL
                       MOVE FB-RUL-ACTIVE TO FB-AUD-NEW-ACTIVE
                       MOVE FB-RUL-EFF-FROM TO FB-AUD-NEW-EFF-FROM
                       MOVE FB-RUL-EFF-TO TO FB-AUD-NEW-EFF-TO
                   END-IF
               END-IF
           END-IF.

       3430-APPLY-DEACTIVATE.
           MOVE FB-PND-SET-ID TO FB-RUL-SET-ID
           MOVE FB-PND-DIVISOR TO FB-RUL-DIVISOR
           EXEC CICS READ FILE('FBRULES')
               INTO(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               UPDATE
               RESP(ws-resp)
           END-EXEC
           IF ws-resp NOT = DFHRESP(NORMAL)
               MOVE "DIVISOR IS NO LONGER ON FILE" TO ws-refuse-reason
           ELSE
               MOVE SPACES TO FB-AUDIT-RECORD
               MOVE 'D' TO FB-AUD-ACTION
               MOVE FB-RUL-LABEL TO FB-AUD-OLD-LABEL
               MOVE FB-RUL-ACTIVE TO FB-AUD-OLD-ACTIVE
               MOVE FB-RUL-EFF-FROM TO FB-AUD-OLD-EFF-FROM
               MOVE FB-RUL-EFF-TO TO FB-AUD-OLD-EFF-TO
               MOVE 'N' TO FB-RUL-ACTIVE
               PERFORM 4100-STAMP-AND-REWRITE
               IF ws-resp NOT = DFHRESP(NORMAL)
                   MOVE "MASTER REWRITE FAILED" TO ws-refuse-reason
               ELSE
                   MOVE FB-RUL-LABEL TO FB-AUD-NEW-LABEL
                   MOVE FB-RUL-ACTIVE TO FB-AUD-NEW-ACTIVE
                   MOVE FB-RUL-EFF-FROM TO FB-AUD-NEW-EFF-FROM
                   MOVE FB-RUL-EFF-TO TO FB-AUD-NEW-EFF-TO
               END-IF
           END-IF.

       4000-STAMP-AND-WRITE.
           PERFORM 4300-STAMP-CHANGE
           EXEC CICS WRITE FILE('FBRULES')
               FROM(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               RESP(ws-resp)
           END-EXEC.

       4100-STAMP-AND-REWRITE.
           PERFORM 4300-STAMP-CHANGE
           EXEC CICS REWRITE FILE('FBRULES')
               FROM(FB-RULE-RECORD)
               RESP(ws-resp)
           END-EXEC.

       4300-STAMP-CHANGE.
      *    THE MASTER ROW KEEPS NAMING THE USER WHO ASKED FOR THE
      *    CHANGE, AS IT ALWAYS HAS - THE CHECKER IS ON THE AUDIT ROW.
           MOVE ws-current-date TO FB-RUL-CHG-DATE
           MOVE ws-current-time TO FB-RUL-CHG-TIME
           MOVE FB-PND-MAKER-USER TO FB-RUL-CHG-USER.

       4400-GET-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(ws-abstime) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ws-abstime)
               YYYYMMDD(ws-current-date)
               TIME(ws-current-time)
           END-EXEC.

       4500-WRITE-AUDIT.
           MOVE ws-current-date TO FB-AUD-DATE
           MOVE ws-current-time TO FB-AUD-TIME
           MOVE FB-PND-MAKER-USER TO FB-AUD-USER
           MOVE FB-PND-MAKER-TERM TO FB-AUD-TERM
           MOVE FB-RUL-DIVISOR TO FB-AUD-DIVISOR
           MOVE EIBOPID TO FB-AUD-CHK-USER
           MOVE EIBTRMID TO FB-AUD-CHK-TERM
           MOVE FB-PND-ENT-DATE TO FB-AUD-ENT-DATE
           MOVE FB-PND-ENT-TIME TO FB-AUD-ENT-TIME
           MOVE FB-RUL-SET-ID TO FB-AUD-SET-ID
           EXEC CICS WRITE FILE('FBRAUDIT')
               FROM(FB-AUDIT-RECORD)
               RESP(ws-resp)
           END-EXEC.

       4600-FIND-OPEN-PENDING.
      *    SAME SEARCH AS fb-rulmnt'S 4600-FIND-OPEN-PENDING - AT
      *    MOST ONE ROW PER DIVISOR IS EVER IN STATUS 'P'.
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

       4800-CLOSE-PENDING.
      *    THE ROW WAS READ FOR UPDATE IN 3100-DECIDE-PENDING; THE
      *    CALLER HAS SET THE CLOSING STATUS AND REASON.
           MOVE EIBOPID TO FB-PND-CHK-USER
           MOVE EIBTRMID TO FB-PND-CHK-TERM
           MOVE ws-current-date TO FB-PND-DEC-DATE
           MOVE ws-current-time TO FB-PND-DEC-TIME
           EXEC CICS REWRITE FILE('FBRPEND')
               FROM(FB-PENDING-RECORD)
               RESP(ws-resp)
           END-EXEC.

       5000-LOAD-PENDING-LIST.
           MOVE SPACES TO TBL1O TBL2O TBL3O TBL4O TBL5O
           MOVE 0 TO ws-browse-count
           PERFORM 5010-BROWSE-FORWARD
           PERFORM 5200-DISPLAY-PAGE-ROWS.

       5010-BROWSE-FORWARD.
      *    DECIDED ROWS STAY ON THE FILE AS HISTORY, SO THE BROWSE
      *    SKIPS EVERYTHING NOT IN STATUS 'P' - BOTH WHILE FILLING
      *    THE PAGE AND WHILE LOOKING FOR THE NEXT PAGE'S ANCHOR.
           IF cw-direction = 'T'
               MOVE LOW-VALUES TO cw-anchor-key
           END-IF
           MOVE cw-anchor-key TO FB-PND-KEY
           EXEC CICS STARTBR FILE('FBRPEND')
               RIDFLD(FB-PND-KEY)
               GTEQ
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               PERFORM 5100-READ-NEXT-ROW
                   UNTIL ws-browse-count = 5
                       OR ws-resp NOT = DFHRESP(NORMAL)
               MOVE 'N' TO ws-anchor-flag
               PERFORM 5120-FIND-NEXT-ANCHOR
                   UNTIL ws-anchor-found
                       OR ws-resp NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FBRPEND') END-EXEC
           END-IF.

       5100-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('FBRPEND')
               INTO(FB-PENDING-RECORD)
               RIDFLD(FB-PND-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL) AND FB-PND-IS-PENDING
               ADD 1 TO ws-browse-count
               PERFORM 5110-SAVE-PAGE-ROW
           END-IF.

       5110-SAVE-PAGE-ROW.
           MOVE FB-PND-DIVISOR  TO ws-page-divisor(ws-browse-count)
           MOVE FB-PND-ACTION   TO ws-page-action(ws-browse-count)
           MOVE FB-PND-LABEL    TO ws-page-label(ws-browse-count)
           MOVE FB-PND-ACTIVE   TO ws-page-active(ws-browse-count)
      *    ON A CHANGE, A SIDE OF THE WINDOW NOT KEYED KEEPS WHATEVER
      *    THE MASTER HOLDS WHEN IT IS APPROVED - SHOW THAT, NOT ZERO.
           IF FB-PND-IS-CHANGE AND NOT FB-PND-FROM-ENTERED
               MOVE "(KEEP)" TO ws-page-eff-from(ws-browse-count)
           ELSE
               MOVE FB-PND-EFF-FROM
                   TO ws-page-eff-from(ws-browse-count)
           END-IF
           IF FB-PND-IS-CHANGE AND NOT FB-PND-TO-ENTERED
               MOVE "(KEEP)" TO ws-page-eff-to(ws-browse-count)
           ELSE
               MOVE FB-PND-EFF-TO TO ws-page-eff-to(ws-browse-count)
           END-IF
           MOVE FB-PND-MAKER-USER TO ws-page-maker(ws-browse-count)
           MOVE FB-PND-ENT-DATE TO ws-page-ent-date(ws-browse-count)
           MOVE FB-PND-SOURCE   TO ws-page-source(ws-browse-count)
           MOVE FB-PND-SET-ID   TO ws-page-set-id(ws-browse-count).

       5120-FIND-NEXT-ANCHOR.
           EXEC CICS READNEXT FILE('FBRPEND')
               INTO(FB-PENDING-RECORD)
               RIDFLD(FB-PND-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL) AND FB-PND-IS-PENDING
               MOVE FB-PND-KEY TO cw-anchor-key
               MOVE 'Y' TO ws-anchor-flag
           END-IF.

       5200-DISPLAY-PAGE-ROWS.
           PERFORM VARYING ws-page-idx FROM 1 BY 1
               UNTIL ws-page-idx > ws-browse-count
               MOVE SPACES TO ws-browse-line
               STRING ws-page-divisor(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-action(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-label(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-active(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-eff-from(ws-page-idx) DELIMITED SIZE
                   "-" DELIMITED SIZE
                   ws-page-eff-to(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-maker(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-ent-date(ws-page-idx) DELIMITED SIZE
                   " " DELIMITED SIZE
                   ws-page-source(ws-page-idx) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   ws-page-set-id(ws-page-idx) DELIMITED SIZE
                   INTO ws-browse-line
               END-STRING
               EVALUATE ws-page-idx
                   WHEN 1 MOVE ws-browse-line TO TBL1O
                   WHEN 2 MOVE ws-browse-line TO TBL2O
                   WHEN 3 MOVE ws-browse-line TO TBL3O
                   WHEN 4 MOVE ws-browse-line TO TBL4O
                   WHEN 5 MOVE ws-browse-line TO TBL5O
               END-EVALUATE
           END-PERFORM.

       8000-SEND-MAP-INITIAL.
           MOVE SPACES TO DIVISORO DECISNO REASONO
           MOVE ws-message TO MSGO
           EXEC CICS SEND MAP('FBRAPM') MAPSET('FBRAPS')
               FROM(FBRAPMO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('FBRA')
               COMMAREA(FB-RULAPV-COMMAREA)
               LENGTH(19)
           END-EXEC.

       8100-SEND-MAP-REDISPLAY.
           MOVE SPACES TO DIVISORO DECISNO REASONO
           MOVE ws-message TO MSGO
           EXEC CICS SEND MAP('FBRAPM') MAPSET('FBRAPS')
               FROM(FBRAPMO)
               DATAONLY
               CURSOR
           END-EXEC
           EXEC CICS RETURN
               TRANSID('FBRA')
               COMMAREA(FB-RULAPV-COMMAREA)
               LENGTH(19)
           END-EXEC.
