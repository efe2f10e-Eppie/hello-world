      * and fizz-buzz/fb-recon fall back to their own built-in
      * Fizz/Buzz default exactly as they do for a missing SYSIN
      * deck.
      * Those are the base rule set's cards (FB-RUL-SET-ID spaces).
      * A night that also wants NAMED rule sets classified in the
      * same pass codes one 'S' card per set on this step's SYSIN -
      * the set id in columns 2-9 and its output slot (1-4, the
      * FBOUTn DD of the fizz-buzz step) in column 10, exactly the
      * 'S' card layout of FBCTL.cpy.  The set's active in-window
      * rows are then written as 'D' cards carrying the set id in
      * columns 15-22, followed by the 'S' card itself.  A requested
      * set with no active rule today gets no cards at all and a
      * warning (RC=4), so the base run and the other sets go ahead
      * without it.  No SYSIN (or an empty one) means base set only,
      * as before.  The request cards are otherwise passed on as
      * coded - fb-crdedt edits them with the rest of the deck.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fb-sysin-file ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sysin-status.

           SELECT fb-rules-file ASSIGN TO "FBRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-RUL-KEY
               FILE STATUS IS ws-rules-status.

           SELECT fb-cards-file ASSIGN TO "FBCARDS"

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
           RECORD CONTAINS 80 CHARACTERS.
       01  fb-rgq-card.
           05  fb-rgq-type             PIC X(1).
               88  fb-rgq-is-set           VALUE 'S'.
           05  fb-rgq-set-id           PIC X(8).
           05  FILLER                  PIC X(71).

       FD  fb-rules-file.
           COPY FBRULES.

       WORKING-STORAGE SECTION.

       01  ws-rule-card-count          PIC 9(9) VALUE 0.

      *    NAMED RULE SETS REQUESTED ON SYSIN - THE REQUEST CARD AS
      *    CODED AND HOW MANY RULE CARDS THE SET GOT TODAY.  MORE
      *    ENTRIES THAN fizz-buzz ACCEPTS SO THAT A FIFTH REQUEST
      *    REACHES fb-crdedt AND IS REFUSED THERE, NOT LOST HERE.
       01  ws-max-sets                 PIC 9(2) VALUE 10.
       01  ws-set-table.
           05  ws-set-count            PIC 9(2) VALUE 0.
           05  ws-set-entry OCCURS 10 TIMES INDEXED BY ws-set-idx.
               10  ws-set-card             PIC X(80).
               10  ws-set-id               PIC X(8).
               10  ws-set-rule-count       PIC 9(4).
       01  ws-set-found                PIC X.
           88  ws-set-was-found            VALUE 'Y'.
       01  ws-set-card-count           PIC 9(9) VALUE 0.
       01  ws-warning-flag             PIC X VALUE 'N'.
           88  ws-had-warning              VALUE 'Y'.
       01  ws-run-date                 PIC 9(8).
       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).
           05  FILLER                  PIC X(13).

       01  ws-sysin-status             PIC XX.
       01  ws-rules-status             PIC XX.
       01  ws-cards-status             PIC XX.

       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE ws-stamp-date TO ws-run-date
           PERFORM 1000-READ-SET-REQUESTS
      *    THE DECK ALREADY HOLDS THE fb-calsel CALENDAR CARDS -
      *    APPEND BEHIND THEM.  STATUS 35 MEANS THE DECK DOES NOT
      *    EXIST (STAND-ALONE RUN), SO IT IS CREATED INSTEAD.
               END-PERFORM
               CLOSE fb-rules-file
           END-IF
           PERFORM 3000-WRITE-SET-CARDS
               VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
           CLOSE fb-cards-file
           DISPLAY "FBRULGEN: WROTE " ws-rule-card-count
               " RULE CARD(S) FROM FB.RULES.MASTER"
           IF ws-set-count > 0
               DISPLAY "FBRULGEN: WROTE " ws-set-card-count
                   " NAMED RULE SET CARD(S)"
           END-IF
           IF ws-had-warning
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-CARDS-OPEN.
               STOP RUN
           END-IF.

       1000-READ-SET-REQUESTS.
      *    SYSIN IS OPTIONAL - MISSING OR EMPTY MEANS NO NAMED SETS.
      *    A CARD THAT IS NOT AN 'S' CARD HAS NO MEANING HERE AND IS
      *    IGNORED WITH A WARNING.
           OPEN INPUT fb-sysin-file
           IF ws-sysin-status = "00"
               PERFORM UNTIL ws-sysin-status NOT = "00"
                   READ fb-sysin-file
                       AT END
                           MOVE "10" TO ws-sysin-status
                       NOT AT END
                           PERFORM 1100-TAKE-SET-REQUEST
                   END-READ
               END-PERFORM
               CLOSE fb-sysin-file
           END-IF.

       1100-TAKE-SET-REQUEST.
           EVALUATE TRUE
               WHEN NOT fb-rgq-is-set
                   DISPLAY "FBRULGEN: SYSIN CARD TYPE " fb-rgq-type
                       " IGNORED - ONLY 'S' RULE SET REQUESTS"
                   MOVE 'Y' TO ws-warning-flag
               WHEN ws-set-count NOT < ws-max-sets
                   DISPLAY "FBRULGEN: TOO MANY RULE SET REQUESTS - "
                       fb-rgq-set-id " IGNORED"
                   MOVE 'Y' TO ws-warning-flag
               WHEN OTHER
                   ADD 1 TO ws-set-count
                   MOVE fb-rgq-card TO ws-set-card(ws-set-count)
                   MOVE fb-rgq-set-id TO ws-set-id(ws-set-count)
                   MOVE 0 TO ws-set-rule-count(ws-set-count)
           END-EVALUATE.

       2000-WRITE-RULE-CARD.
      *    ZERO IN EITHER EFFECTIVE-DATE FIELD MEANS THAT SIDE OF THE
      *    WINDOW IS OPEN (SEE FBRULES.CPY), SO THE CLASSIC
      *    ALWAYS-ON RULE ROWS CARRY 0/0 AND STILL SELECT EVERY DAY.
      *    A NAMED SET'S ROW ONLY WHEN THAT SET WAS REQUESTED.
           IF FB-RUL-IS-ACTIVE
               AND (FB-RUL-EFF-FROM = 0
                   OR FB-RUL-EFF-FROM <= ws-run-date)
               AND (FB-RUL-EFF-TO = 0
                   OR FB-RUL-EFF-TO >= ws-run-date)
               MOVE 'Y' TO ws-set-found
               IF NOT FB-RUL-BASE-SET
                   PERFORM 2100-FIND-REQUESTED-SET
               END-IF
               IF ws-set-was-found
                   MOVE SPACES TO FB-CONTROL-RECORD
                   MOVE 'D' TO FB-CTL-TYPE
                   MOVE FB-RUL-DIVISOR TO FB-CTL-DIVISOR
                   MOVE FB-RUL-LABEL TO FB-CTL-LABEL
                   MOVE FB-RUL-SET-ID TO FB-CTL-RULE-SET
                   WRITE FB-CONTROL-RECORD
                   ADD 1 TO ws-rule-card-count
               END-IF
           END-IF.

       2100-FIND-REQUESTED-SET.
           MOVE 'N' TO ws-set-found
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
               IF ws-set-id(ws-set-idx) = FB-RUL-SET-ID
                   ADD 1 TO ws-set-rule-count(ws-set-idx)
                   MOVE 'Y' TO ws-set-found
               END-IF
           END-PERFORM.

       3000-WRITE-SET-CARDS.
           IF ws-set-rule-count(ws-set-idx) > 0
               MOVE ws-set-card(ws-set-idx) TO FB-CONTROL-RECORD
               WRITE FB-CONTROL-RECORD
               ADD 1 TO ws-set-card-count
           ELSE
               DISPLAY "FBRULGEN: RULE SET " ws-set-id(ws-set-idx)
                   " HAS NO ACTIVE RULE TODAY - NOT RUN"
               MOVE 'Y' TO ws-warning-flag
           END-IF.
