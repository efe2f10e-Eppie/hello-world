      * downstream programs document their default-table fallback)
      * but gets a loud warning, since that fallback is exactly what
      * this edit exists to keep from happening by accident.
      * Every defect is also logged to the FB.EXCEPTION.DATA suspense
      * file (see FBEXCPT.cpy) - run id zero, since the deck never
      * reached a run - so a rejected deck is still on record after
      * the job output is gone.
      * Named rule sets: each 'S' card must carry a set id starting
      * in column 2 and an output slot 1-4 in column 10, no set id
      * or slot twice, at most four of them, and never in a deck
      * with a 'P' card.  The rule-table limit and the duplicate-
      * divisor check apply to each set's 'D' cards separately; a
      * 'D' card naming a set no 'S' card declares, or an 'S' card
      * whose set has no 'D' card, is a deck defect.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
           COPY FBCTL.

       FD  fb-excpt-file.
           COPY FBEXCPT.

       WORKING-STORAGE SECTION.

       01  ws-max-rules                PIC 9(1) VALUE 5.
       01  ws-max-num                  PIC 9(9) VALUE 999999998.

       01  ws-max-partitions           PIC 9(1) VALUE 8.
      *    KEPT IN STEP WITH fizz-buzz'S ws-max-sets.
       01  ws-max-sets                 PIC 9(1) VALUE 4.

       01  ws-card-num                 PIC 9(4) VALUE 0.
       01  ws-error-count              PIC 9(4) VALUE 0.
       01  ws-rule-cards               PIC 9(4) VALUE 0.
       01  ws-part-cards               PIC 9(4) VALUE 0.
       01  ws-ckpt-cards               PIC 9(4) VALUE 0.
       01  ws-set-cards                PIC 9(4) VALUE 0.

       01  ws-card-shown               PIC X VALUE 'N'.
           88  ws-card-was-shown           VALUE 'Y'.
      *    SIZED WELL PAST THE WS-MAX-RULES CEILING SO A LONG BAD
      *    DECK STILL GETS EVERY DUPLICATE REPORTED RATHER THAN AN
      *    OVERFLOWED TABLE.
      *    KEYED BY RULE SET AS WELL, SINCE EACH SET IS ITS OWN
      *    RULE TABLE.
       01  ws-seen-count               PIC 9(3) VALUE 0.
       01  ws-seen-table.
           05  ws-seen-entry OCCURS 100 TIMES.
               10  ws-seen-set-id          PIC X(8).
               10  ws-seen-divisor         PIC 9(4).
       01  ws-seen-idx                 PIC 9(3).
       01  ws-dup-flag                 PIC X.
           88  ws-is-duplicate             VALUE 'Y'.

      *    THE VALID 'S' CARDS SEEN, AND EVERY NAMED SET A 'D' CARD
      *    REFERRED TO WITH ITS RULE-CARD COUNT - CROSS-CHECKED
      *    AGAINST EACH OTHER ONCE THE WHOLE DECK HAS BEEN READ.
       01  ws-decl-count               PIC 9(2) VALUE 0.
       01  ws-decl-table.
           05  ws-decl-entry OCCURS 4 TIMES.
               10  ws-decl-set-id          PIC X(8).
               10  ws-decl-slot            PIC 9(1).
       01  ws-decl-idx                 PIC 9(2).
       01  ws-ref-count                PIC 9(2) VALUE 0.
       01  ws-ref-table.
           05  ws-ref-entry OCCURS 20 TIMES.
               10  ws-ref-set-id           PIC X(8).
               10  ws-ref-rules            PIC 9(4).
       01  ws-ref-idx                  PIC 9(2).
       01  ws-ref-slot                 PIC 9(2).
       01  ws-found-flag               PIC X.
           88  ws-was-found                VALUE 'Y'.

       01  ws-sysin-status             PIC XX.

      *    SAME SUSPENSE-FILE HANDLING AS fizz-buzz'S 9500-LOG-
      *    EXCEPTION.  THE DISPLAYED EDIT LISTING STAYS AS IT IS - IT
      *    IS WHAT THE OPERATOR FIXES THE DECK FROM.
       01  ws-excpt-status             PIC XX.
       01  ws-excpt-usable             PIC X VALUE 'N'.
           88  ws-excpt-open               VALUE 'Y'.
       01  ws-exc-seq                  PIC 9(6) VALUE 0.
       01  ws-exc-stamp.
           05  ws-exc-stamp-date       PIC 9(8).
           05  ws-exc-stamp-time       PIC 9(8).
           05  FILLER                  PIC X(5).
       01  ws-exc-reason               PIC X(4).
       01  ws-exc-detail               PIC X(60).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-EXCEPTION-LOG
           PERFORM UNTIL ws-sysin-status NOT = "00"
               READ fb-sysin-file
                   AT END
           END-PERFORM
           CLOSE fb-sysin-file
           PERFORM 7000-FINAL-CHECKS
           IF ws-excpt-open
               CLOSE fb-excpt-file
           END-IF
           IF ws-error-count > 0
               DISPLAY "FBCRDEDT: " ws-error-count " DEFECT(S) IN "
                   ws-card-num " CARD(S) - DECK REJECTED"
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
               DISPLAY "FBCRDEDT: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status
                   " - DEFECTS TO SYSOUT ONLY"
           END-IF.

       2000-EDIT-CARD.
           ADD 1 TO ws-card-num
           MOVE 'N' TO ws-card-shown
                   PERFORM 4500-EDIT-PART-CARD
               WHEN fb-ctl-is-ckpt
                   PERFORM 4700-EDIT-CKPT-CARD
               WHEN fb-ctl-is-set
                   PERFORM 4800-EDIT-SET-CARD
               WHEN OTHER
                   MOVE 1 TO ws-err-col
                   MOVE "UNRECOGNIZED CARD TYPE" TO ws-err-text
           END-IF.

       4000-EDIT-RULE-CARD.
           IF fb-ctl-rule-set = SPACES
               ADD 1 TO ws-rule-cards
               IF ws-rule-cards > ws-max-rules
                   MOVE 1 TO ws-err-col
                   MOVE "MORE RULE CARDS THAN THE RULE TABLE HOLDS"
                       TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
               END-IF
           ELSE
               PERFORM 4050-COUNT-SET-RULE
           END-IF
           IF fb-ctl-divisor IS NOT NUMERIC
               MOVE 2 TO ws-err-col
               PERFORM 5000-REPORT-CARD-ERROR
           END-IF.

       4050-COUNT-SET-RULE.
           IF fb-ctl-rule-set(1:1) = SPACE
               MOVE 15 TO ws-err-col
               MOVE "RULE SET ID MUST START IN COLUMN 15"
                   TO ws-err-text
               PERFORM 5000-REPORT-CARD-ERROR
           END-IF
           MOVE 0 TO ws-ref-slot
           PERFORM VARYING ws-ref-idx FROM 1 BY 1
               UNTIL ws-ref-idx > ws-ref-count
               IF ws-ref-set-id(ws-ref-idx) = fb-ctl-rule-set
                   MOVE ws-ref-idx TO ws-ref-slot
               END-IF
           END-PERFORM
           IF ws-ref-slot = 0 AND ws-ref-count < 20
               ADD 1 TO ws-ref-count
               MOVE ws-ref-count TO ws-ref-slot
               MOVE fb-ctl-rule-set TO ws-ref-set-id(ws-ref-slot)
               MOVE 0 TO ws-ref-rules(ws-ref-slot)
           END-IF
           IF ws-ref-slot > 0
               ADD 1 TO ws-ref-rules(ws-ref-slot)
               IF ws-ref-rules(ws-ref-slot) > ws-max-rules
                   MOVE 1 TO ws-err-col
                   MOVE "MORE RULE CARDS THAN THE SET'S TABLE HOLDS"
                       TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
               END-IF
           ELSE
               MOVE 15 TO ws-err-col
               MOVE "TOO MANY RULE SET IDS IN DECK" TO ws-err-text
               PERFORM 5000-REPORT-CARD-ERROR
           END-IF.

       4100-CHECK-DUPLICATE-DIVISOR.
           MOVE 'N' TO ws-dup-flag
           PERFORM VARYING ws-seen-idx FROM 1 BY 1
               UNTIL ws-seen-idx > ws-seen-count
               IF ws-seen-divisor(ws-seen-idx) = fb-ctl-divisor
                   AND ws-seen-set-id(ws-seen-idx) = fb-ctl-rule-set
                   MOVE 'Y' TO ws-dup-flag
               END-IF
           END-PERFORM
                   ADD 1 TO ws-seen-count
                   MOVE fb-ctl-divisor
                       TO ws-seen-divisor(ws-seen-count)
                   MOVE fb-ctl-rule-set
                       TO ws-seen-set-id(ws-seen-count)
               END-IF
           END-IF.

               END-IF
           END-IF.

       4800-EDIT-SET-CARD.
           ADD 1 TO ws-set-cards
           MOVE 'Y' TO ws-found-flag
           IF ws-set-cards > ws-max-sets
               MOVE 1 TO ws-err-col
               MOVE "MORE RULE SET CARDS THAN THE RUN HOLDS"
                   TO ws-err-text
               PERFORM 5000-REPORT-CARD-ERROR
               MOVE 'N' TO ws-found-flag
           END-IF
           IF fb-ctl-set-id = SPACES
               MOVE 2 TO ws-err-col
               MOVE "RULE SET ID IS BLANK" TO ws-err-text
               PERFORM 5000-REPORT-CARD-ERROR
               MOVE 'N' TO ws-found-flag
           ELSE
               IF fb-ctl-set-id(1:1) = SPACE
                   MOVE 2 TO ws-err-col
                   MOVE "RULE SET ID MUST START IN COLUMN 2"
                       TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
                   MOVE 'N' TO ws-found-flag
               END-IF
           END-IF
           IF fb-ctl-set-slot IS NOT NUMERIC
               MOVE 10 TO ws-err-col
               MOVE "RULE SET SLOT IS NOT NUMERIC" TO ws-err-text
               PERFORM 5000-REPORT-CARD-ERROR
               MOVE 'N' TO ws-found-flag
           ELSE
               IF fb-ctl-set-slot = 0
                   OR fb-ctl-set-slot > ws-max-sets
                   MOVE 10 TO ws-err-col
                   MOVE "RULE SET SLOT MUST BE 1 THROUGH 4"
                       TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
                   MOVE 'N' TO ws-found-flag
               END-IF
           END-IF
           PERFORM VARYING ws-decl-idx FROM 1 BY 1
               UNTIL ws-decl-idx > ws-decl-count
               IF ws-decl-set-id(ws-decl-idx) = fb-ctl-set-id
                   MOVE 2 TO ws-err-col
                   MOVE "DUPLICATE RULE SET ID" TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
                   MOVE 'N' TO ws-found-flag
               END-IF
               IF fb-ctl-set-slot IS NUMERIC
                   AND ws-decl-slot(ws-decl-idx) = fb-ctl-set-slot
                   MOVE 10 TO ws-err-col
                   MOVE "DUPLICATE RULE SET SLOT" TO ws-err-text
                   PERFORM 5000-REPORT-CARD-ERROR
                   MOVE 'N' TO ws-found-flag
               END-IF
           END-PERFORM
      *    ONLY A CLEAN CARD IS REMEMBERED, SO ONE BAD CARD IS NOT
      *    REPORTED AGAIN AS A DUPLICATE OF ITSELF FURTHER DOWN.
           IF ws-was-found
               ADD 1 TO ws-decl-count
               MOVE fb-ctl-set-id TO ws-decl-set-id(ws-decl-count)
               MOVE fb-ctl-set-slot TO ws-decl-slot(ws-decl-count)
           END-IF.

       5000-REPORT-CARD-ERROR.
           IF NOT ws-card-was-shown
               DISPLAY "FBCRDEDT: CARD " ws-card-num ": "
           END-IF
           DISPLAY "FBCRDEDT:   COL " ws-err-col " - "
               FUNCTION TRIM(ws-err-text)
           ADD 1 TO ws-error-count
           MOVE "CARD" TO ws-exc-reason
           MOVE SPACES TO ws-exc-detail
           STRING "CARD " DELIMITED SIZE
               ws-card-num DELIMITED SIZE
               " COL " DELIMITED SIZE
               ws-err-col DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION TRIM(ws-err-text) DELIMITED SIZE
               INTO ws-exc-detail
           END-STRING
           PERFORM 9500-LOG-EXCEPTION.

       7000-FINAL-CHECKS.
           IF ws-range-cards = 0
               DISPLAY "FBCRDEDT: NO 'R' RANGE CARD IN DECK"
               ADD 1 TO ws-error-count
               MOVE "DECK" TO ws-exc-reason
               MOVE "NO 'R' RANGE CARD IN DECK" TO ws-exc-detail
               PERFORM 9500-LOG-EXCEPTION
           END-IF
           IF ws-range-cards > 1
               DISPLAY "FBCRDEDT: " ws-range-cards " 'R' RANGE CARDS "
                   "IN DECK - ONLY ONE IS ALLOWED"
               ADD 1 TO ws-error-count
               MOVE "DECK" TO ws-exc-reason
               MOVE SPACES TO ws-exc-detail
               STRING ws-range-cards DELIMITED SIZE
                   " 'R' RANGE CARDS IN DECK - ONLY ONE IS ALLOWED"
                       DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 9500-LOG-EXCEPTION
           END-IF
           IF ws-rule-cards = 0
               DISPLAY "FBCRDEDT: WARNING - NO 'D' RULE CARDS - THE "
                   "RUN WOULD USE THE BUILT-IN DEFAULT TABLE"
           END-IF
           IF ws-set-cards > 0 AND ws-part-cards > 0
               MOVE "RULE SET CARDS ARE NOT VALID WITH A 'P' CARD"
                   TO ws-exc-detail
               PERFORM 7100-REPORT-DECK-ERROR
           END-IF
           PERFORM 7200-CHECK-SET-DECLARED
               VARYING ws-ref-idx FROM 1 BY 1
               UNTIL ws-ref-idx > ws-ref-count
           PERFORM 7300-CHECK-SET-HAS-RULES
               VARYING ws-decl-idx FROM 1 BY 1
               UNTIL ws-decl-idx > ws-decl-count.

       7100-REPORT-DECK-ERROR.
           DISPLAY "FBCRDEDT: " FUNCTION TRIM(ws-exc-detail)
           ADD 1 TO ws-error-count
           MOVE "DECK" TO ws-exc-reason
           PERFORM 9500-LOG-EXCEPTION.

       7200-CHECK-SET-DECLARED.
           MOVE 'N' TO ws-found-flag
           PERFORM VARYING ws-decl-idx FROM 1 BY 1
               UNTIL ws-decl-idx > ws-decl-count
               IF ws-decl-set-id(ws-decl-idx)
                   = ws-ref-set-id(ws-ref-idx)
                   MOVE 'Y' TO ws-found-flag
               END-IF
           END-PERFORM
           IF NOT ws-was-found
               MOVE SPACES TO ws-exc-detail
               STRING "RULE CARDS FOR SET " DELIMITED SIZE
                   ws-ref-set-id(ws-ref-idx) DELIMITED SIZE
                   " HAVE NO 'S' CARD" DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 7100-REPORT-DECK-ERROR
           END-IF.

       7300-CHECK-SET-HAS-RULES.
           MOVE 'N' TO ws-found-flag
           PERFORM VARYING ws-ref-idx FROM 1 BY 1
               UNTIL ws-ref-idx > ws-ref-count
               IF ws-ref-set-id(ws-ref-idx)
                   = ws-decl-set-id(ws-decl-idx)
                   MOVE 'Y' TO ws-found-flag
               END-IF
           END-PERFORM
           IF NOT ws-was-found
               MOVE SPACES TO ws-exc-detail
               STRING "RULE SET " DELIMITED SIZE
                   ws-decl-set-id(ws-decl-idx) DELIMITED SIZE
                   " HAS NO 'D' RULE CARDS" DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 7100-REPORT-DECK-ERROR
           END-IF.

       9500-LOG-EXCEPTION.
           IF ws-excpt-open
               MOVE SPACES TO FB-EXCEPTION-RECORD
               MOVE FUNCTION CURRENT-DATE TO ws-exc-stamp
               ADD 1 TO ws-exc-seq
               MOVE ws-exc-stamp-date TO FB-EXC-LOG-DATE
               MOVE ws-exc-stamp-time TO FB-EXC-LOG-TIME
               MOVE "FBCRDEDT" TO FB-EXC-PROGRAM
               MOVE ws-exc-seq TO FB-EXC-LOG-SEQ
               MOVE 0 TO FB-EXC-RUN-ID
               MOVE 0 TO FB-EXC-NUM
               MOVE ws-exc-reason TO FB-EXC-REASON
               MOVE 'N' TO FB-EXC-FIXABLE
               MOVE ws-exc-detail TO FB-EXC-DETAIL
               MOVE 'O' TO FB-EXC-STATUS
               MOVE 0 TO FB-EXC-REDRIVES
               MOVE 0 TO FB-EXC-RES-DATE
               MOVE 0 TO FB-EXC-RES-TIME
               WRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "FBCRDEDT: EXCEPTION WRITE FAILED - "
                           "STATUS " ws-excpt-status
               END-WRITE
           END-IF.
