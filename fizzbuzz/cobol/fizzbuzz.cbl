               RECORD KEY IS fb-vsam-value
               FILE STATUS IS ws-vsam-status.

      *    THE FB.VSAM.XREF LABEL CROSS-REFERENCE IS NOT WRITTEN
      *    HERE - fb-xrfbld BUILDS IT IN ONE SORTED LOAD FROM
      *    FB.OUTPUT.DATA ONCE THE PASS IS OVER.
           SELECT fb-ckpt-file ASSIGN TO "FBCKPT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-RH-RUN-ID
               FILE STATUS IS ws-rhist-status.

           SELECT fb-excpt-file ASSIGN TO "FBEXCPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-EXC-KEY
               FILE STATUS IS ws-excpt-status.

      *    ONE SEQUENTIAL OUTPUT SLOT PER NAMED RULE SET, BY THE SLOT
      *    NUMBER ON THE SET'S 'S' CARD - ONLY THE SLOTS THE DECK
      *    NAMES ARE EVER OPENED, SO THE OTHERS' DD STATEMENTS CAN
      *    STAY DUMMY.
           SELECT fb-set-out1-file ASSIGN TO "FBOUT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out2-file ASSIGN TO "FBOUT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out3-file ASSIGN TO "FBOUT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-set-out4-file ASSIGN TO "FBOUT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-set-out-status.

           SELECT fb-setres-file ASSIGN TO "FBSETRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-SRS-KEY
               FILE STATUS IS ws-setres-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fb-sysin-file
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.


       FD  fb-ckpt-file.
           COPY FBCKPT.
       FD  fb-rhist-file.
           COPY FBRHIST.

       FD  fb-excpt-file.
           COPY FBEXCPT.

       FD  fb-set-out1-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-out1-record          PIC X(177).

       FD  fb-set-out2-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-out2-record          PIC X(177).

       FD  fb-set-out3-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-out3-record          PIC X(177).

       FD  fb-set-out4-file
           RECORD CONTAINS 177 CHARACTERS.
       01  fb-set-out4-record          PIC X(177).

       FD  fb-setres-file.
           COPY FBSETRES.

       WORKING-STORAGE SECTION.

       01  ws-max-rules                PIC 9(1) VALUE 5.
           05  ws-count-plain          PIC 9(9) VALUE 0.
           05  ws-rule-hit-count OCCURS 5 TIMES PIC 9(9) VALUE 0.

      *    NAMED RULE SETS ('S' CARDS, SEE FBCTL.cpy) CLASSIFIED IN THE
      *    SAME PASS AS THE BASE SET.  EACH SET IS ITS OWN STREAM: ITS
      *    OWN RULES, COUNTERS, FBOUTn SLOT, CHECKPOINT RECORD AND
      *    FB.RUN.HISTORY ROW, SO A SET THAT FAILS IS DROPPED FROM THE
      *    PASS ('F') WITHOUT STOPPING THE BASE SET OR THE OTHER SETS,
      *    AND A SET ALREADY COMPLETE IN A RESTARTED PASS ('D') IS NOT
      *    RUN AGAIN.  WS-SET-RESUME-LOW AND WS-SET-LAST-NUM PLAY THE
      *    PARTS OF WS-RESUME-LOW AND WS-TRUE-LAST-NUM FOR THE SET.
       01  ws-max-sets                 PIC 9(1) VALUE 4.
       01  ws-set-table.
           05  ws-set-count            PIC 9(1) VALUE 0.
           05  ws-set-entry OCCURS 4 TIMES INDEXED BY ws-set-idx.
               10  ws-set-id               PIC X(8).
               10  ws-set-slot             PIC 9(1).
               10  ws-set-state            PIC X(1).
                   88  ws-set-active           VALUE 'A'.
                   88  ws-set-done             VALUE 'D'.
                   88  ws-set-failed           VALUE 'F'.
               10  ws-set-resuming         PIC X(1).
                   88  ws-set-is-resuming      VALUE 'Y'.
               10  ws-set-opened           PIC X(1).
                   88  ws-set-is-opened        VALUE 'Y'.
               10  ws-set-registered       PIC X(1).
                   88  ws-set-is-registered    VALUE 'Y'.
               10  ws-set-resume-low       PIC 9(9).
               10  ws-set-last-num         PIC 9(9).
               10  ws-set-run-id           PIC 9(14).
               10  ws-set-total            PIC 9(9).
               10  ws-set-count-combo      PIC 9(9).
               10  ws-set-count-plain      PIC 9(9).
               10  ws-set-rule-count       PIC 9(1).
               10  ws-set-rules OCCURS 5 TIMES.
                   15  ws-set-rule-divisor     PIC 9(4).
                   15  ws-set-rule-label       PIC X(9).
                   15  ws-set-rule-hits        PIC 9(9).
       01  ws-srule-sub                PIC 9(1).
       01  ws-set-keep                 PIC 9(1).
       01  ws-set-found                PIC X VALUE 'N'.
           88  ws-set-is-found             VALUE 'Y'.
       01  ws-set-failures             PIC 9(1) VALUE 0.

      *    A NAMED SET'S 'D' CARDS MAY COME BEFORE ITS 'S' CARD, SO
      *    THEY ARE HELD HERE UNTIL THE WHOLE DECK HAS BEEN READ.
       01  ws-set-card-rules.
           05  ws-scr-count            PIC 9(2) VALUE 0.
           05  ws-scr-entry OCCURS 20 TIMES INDEXED BY ws-scr-idx.
               10  ws-scr-set-id           PIC X(8).
               10  ws-scr-divisor          PIC 9(4).
               10  ws-scr-label            PIC X(9).

       01  ws-base-registered          PIC X VALUE 'N'.
           88  ws-base-is-registered       VALUE 'Y'.
       01  ws-restart-mode             PIC X VALUE 'N'.
           88  ws-is-restart               VALUE 'Y'.
       01  ws-pass-id                  PIC 9(14).
       01  ws-pass-low                 PIC 9(9).

           COPY FBRECORD
               REPLACING FB-DETAIL-RECORD BY FB-SET-DETAIL-RECORD
                         FB-REC-SEQ-NUM  BY FB-SDT-SEQ-NUM
                         FB-REC-VALUE    BY FB-SDT-VALUE
                         FB-REC-LABEL    BY FB-SDT-LABEL
                         FB-REC-RUN-ID   BY FB-SDT-RUN-ID.
           COPY FBTRAIL
               REPLACING FB-TRAILER-RECORD BY FB-SET-TRAILER-RECORD
                         FB-TRL-ID             BY FB-STR-ID
                         FB-TRL-LOW            BY FB-STR-LOW
                         FB-TRL-HIGH           BY FB-STR-HIGH
                         FB-TRL-TOTAL          BY FB-STR-TOTAL
                         FB-TRL-COUNT-COMBO    BY FB-STR-COUNT-COMBO
                         FB-TRL-COUNT-PLAIN    BY FB-STR-COUNT-PLAIN
                         FB-TRL-RULE-COUNT-OCC BY FB-STR-RULE-COUNT-OCC
                         FB-TRL-RULE-COUNTS    BY FB-STR-RULE-COUNTS
                         FB-TRL-RULE-DIVISOR   BY FB-STR-RULE-DIVISOR
                         FB-TRL-RULE-LABEL     BY FB-STR-RULE-LABEL
                         FB-TRL-RULE-COUNT     BY FB-STR-RULE-COUNT
                         FB-TRL-RUN-ID         BY FB-STR-RUN-ID.
       01  ws-set-out-line             PIC X(177).
       01  ws-set-out-status           PIC XX.
       01  ws-set-open-mode            PIC X(1).
       01  ws-setres-status            PIC XX.
       01  ws-setres-usable            PIC X VALUE 'N'.
           88  ws-setres-open              VALUE 'Y'.
       01  ws-setres-eof               PIC X VALUE 'N'.
           88  ws-setres-at-end            VALUE 'Y'.

      *    EACH NAMED SET REGISTERS UNDER A RUN ID OF ITS OWN, ONE
      *    SECOND ON FROM THE LAST ONE HANDED OUT IN THIS EXECUTION
      *    (SEE 2650-STEP-RUN-ID), AND CARRIES THE PASS ID IN
      *    FB-RH-SET-BASE-RUN TO TIE IT BACK TO THE PASS.
       01  ws-next-run-id              PIC 9(14).
       01  ws-next-run-parts REDEFINES ws-next-run-id.
           05  ws-next-date            PIC 9(8).
           05  ws-next-hh              PIC 9(2).
           05  ws-next-mm              PIC 9(2).
           05  ws-next-ss              PIC 9(2).
       01  ws-secs-of-day              PIC 9(5).
       01  ws-secs-rem                 PIC 9(5).
       01  ws-id-tries                 PIC 9(2).

       01  ws-work-fields.
           05  ws-match-count          PIC 9(2) VALUE 0.
           05  ws-single-rule-idx      PIC 9(1) VALUE 0.
           88  ws-is-resuming              VALUE 'Y'.
       01  ws-vsam-sync-ok             PIC X VALUE 'N'.
           88  ws-vsam-sync-open           VALUE 'Y'.

      *    SET BY A 'P' CARD IN A DECK fb-split GENERATED: THIS
      *    EXECUTION IS ONE SLICE OF A SPLIT RANGE, SO FB.VSAM.DATA
      *    PARTICIPANT - IF FB.RUN.HISTORY CAN'T BE OPENED THE RUN
      *    ITSELF STILL PROCEEDS (UNREGISTERED, WITH A SYSOUT WARNING)
      *    RATHER THAN ABENDING A PRODUCTION RANGE OVER ITS OWN
      *    PAPERWORK.  WS-RHIST-USABLE REMEMBERS WHETHER THE FILE IS
      *    OPEN, WS-BASE-REGISTERED WHETHER THE BASE SET'S 'I' ROW WENT
      *    ON, SO 8200-REGISTER-RUN-END KNOWS WHETHER THERE IS ANYTHING
      *    TO REWRITE.
       01  ws-rhist-status             PIC XX.
       01  ws-rhist-usable             PIC X VALUE 'N'.
           88  ws-rhist-open               VALUE 'Y'.
           05  ws-stamp-time           PIC 9(6).
           05  FILLER                  PIC X(7).

      *    FB.EXCEPTION.DATA IS AN OBSERVER THE SAME WAY - A PROBLEM
      *    THAT CANNOT BE LOGGED THERE FALLS BACK TO A SYSOUT DISPLAY
      *    (SEE 9500-LOG-EXCEPTION) AND THE RUN CARRIES ON.  THE
      *    WS-EXC- FIELDS ARE FILLED IN BY THE CALLER BEFORE EACH
      *    PERFORM OF 9500.
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
           05  ws-exc-fixable          PIC X(1).
           05  ws-exc-file-status      PIC X(2).
           05  ws-exc-detail           PIC X(60).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESSING.
           PERFORM 1000-READ-PARAMETERS
           PERFORM 4000-VALIDATE-RANGE
      *    THE RUN ID IS STAMPED BEFORE THE CHECKPOINT IS LOOKED AT,
      *    NOT IN 2500-REGISTER-RUN-START, SO AN EXCEPTION LOGGED BY
      *    THE RESUME REPAIR ALREADY CARRIES THE RUN IT BELONGS TO.
           MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
           MOVE ws-current-stamp(1:14) TO ws-run-id
           PERFORM 1500-OPEN-EXCEPTION-LOG
           MOVE ws-low TO ws-resume-low
           PERFORM 2000-OPEN-CHECKPOINT
           PERFORM 2020-OPEN-BASE-OUTPUT
           IF ws-set-count > 0
               PERFORM 2400-OPEN-SET-OUTPUT
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF
           PERFORM 2450-OPEN-RUN-HISTORY
           PERFORM 2500-REGISTER-RUN-START
           IF ws-set-count > 0
               MOVE ws-run-id TO ws-next-run-id
               PERFORM 2600-REGISTER-SET-START
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF
           PERFORM 2700-FIND-PASS-START
           PERFORM 5000-PROCESS-NUM
               VARYING num FROM ws-pass-low BY 1 UNTIL num > ws-high
           PERFORM 8000-FINALIZE
           CLOSE fb-output-file
           IF NOT ws-is-partition
               CLOSE fb-vsam-file
           END-IF
           IF ws-setres-open
               CLOSE fb-setres-file
           END-IF
           IF ws-excpt-open
               CLOSE fb-excpt-file
           END-IF
           STOP RUN.

           PERFORM 1100-READ-CONTROL-CARDS
           IF ws-rule-count = 0
               PERFORM 1300-LOAD-DEFAULT-RULES
           END-IF
           PERFORM 1200-RESOLVE-SET-RULES.

       1100-READ-CONTROL-CARDS.
           OPEN INPUT fb-sysin-file
               WHEN fb-ctl-is-range
                   MOVE fb-ctl-low TO ws-low
                   MOVE fb-ctl-high TO ws-high
               WHEN fb-ctl-is-rule AND fb-ctl-rule-set NOT = SPACES
                   PERFORM 1120-HOLD-SET-RULE-CARD
               WHEN fb-ctl-is-rule
                   IF fb-ctl-divisor = 0
                       DISPLAY "FBCTL: RULE CARD HAS ZERO DIVISOR - "
                   ELSE
                       MOVE fb-ctl-ckpt-interval TO ws-ckpt-interval
                   END-IF
               WHEN fb-ctl-is-set
                   PERFORM 1130-TAKE-SET-CARD
               WHEN OTHER
                   DISPLAY "FBCTL: UNRECOGNIZED CARD TYPE " fb-ctl-type
           END-EVALUATE.

       1120-HOLD-SET-RULE-CARD.
           EVALUATE TRUE
               WHEN fb-ctl-divisor = 0
                   DISPLAY "FBCTL: RULE CARD HAS ZERO DIVISOR - "
                       "IGNORING CARD"
               WHEN ws-scr-count < 20
                   ADD 1 TO ws-scr-count
                   MOVE fb-ctl-rule-set TO ws-scr-set-id(ws-scr-count)
                   MOVE fb-ctl-divisor TO ws-scr-divisor(ws-scr-count)
                   MOVE fb-ctl-label TO ws-scr-label(ws-scr-count)
               WHEN OTHER
                   DISPLAY "FBCTL: TOO MANY NAMED-SET RULE CARDS - "
                       "IGNORING CARD"
           END-EVALUATE.

       1130-TAKE-SET-CARD.
           EVALUATE TRUE
               WHEN fb-ctl-set-slot NOT NUMERIC
                   OR fb-ctl-set-slot = 0
                   OR fb-ctl-set-slot > ws-max-sets
                   DISPLAY "FBCTL: RULE SET " fb-ctl-set-id
                       " HAS NO VALID OUTPUT SLOT - IGNORING CARD"
               WHEN ws-set-count < ws-max-sets
                   ADD 1 TO ws-set-count
                   MOVE fb-ctl-set-id TO ws-set-id(ws-set-count)
                   MOVE fb-ctl-set-slot TO ws-set-slot(ws-set-count)
                   MOVE 0 TO ws-set-rule-count(ws-set-count)
               WHEN OTHER
                   DISPLAY "FBCTL: RULE SET TABLE FULL - IGNORING SET "
                       fb-ctl-set-id
           END-EVALUATE.

       1200-RESOLVE-SET-RULES.
      *    EACH NAMED SET'S RULE TABLE IS BUILT FROM THE HELD 'D'
      *    CARDS ONCE THE WHOLE DECK HAS BEEN READ.  THERE IS NO
      *    DEFAULT TABLE FOR A NAMED SET - ONE LEFT WITHOUT RULES IS
      *    DROPPED.  A PARTITION SLICE IGNORES NAMED SETS ALTOGETHER:
      *    fb-split DOES NOT COPY THEM INTO THE SLICE DECKS, AND
      *    fb-merge HAS NO SET OUTPUT TO CONSOLIDATE.
           IF ws-is-partition
               AND (ws-set-count > 0 OR ws-scr-count > 0)
               DISPLAY "FBCTL: NAMED RULE SETS RUN SINGLE-STREAM ONLY"
                   " - IGNORED IN A PARTITION SLICE"
               MOVE 0 TO ws-set-count
               MOVE 0 TO ws-scr-count
           END-IF
           PERFORM VARYING ws-scr-idx FROM 1 BY 1
               UNTIL ws-scr-idx > ws-scr-count
               PERFORM 1210-FILE-SET-RULE
           END-PERFORM
           MOVE 0 TO ws-set-keep
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
               IF ws-set-rule-count(ws-set-idx) = 0
                   DISPLAY "FBCTL: RULE SET " ws-set-id(ws-set-idx)
                       " HAS NO RULE CARDS - NOT RUN"
               ELSE
                   ADD 1 TO ws-set-keep
                   IF ws-set-keep NOT = ws-set-idx
                       MOVE ws-set-entry(ws-set-idx)
                           TO ws-set-entry(ws-set-keep)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ws-set-keep TO ws-set-count.

       1210-FILE-SET-RULE.
           MOVE 'N' TO ws-set-found
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count OR ws-set-is-found
               IF ws-set-id(ws-set-idx) = ws-scr-set-id(ws-scr-idx)
                   MOVE 'Y' TO ws-set-found
                   IF ws-set-rule-count(ws-set-idx) < ws-max-rules
                       ADD 1 TO ws-set-rule-count(ws-set-idx)
                       MOVE ws-set-rule-count(ws-set-idx)
                           TO ws-srule-sub
                       MOVE ws-scr-divisor(ws-scr-idx)
                           TO ws-set-rule-divisor(ws-set-idx,
                                                  ws-srule-sub)
                       MOVE ws-scr-label(ws-scr-idx)
                           TO ws-set-rule-label(ws-set-idx,
                                                ws-srule-sub)
                   ELSE
                       DISPLAY "FBCTL: RULE TABLE FULL FOR SET "
                           ws-set-id(ws-set-idx) " - IGNORING CARD"
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ws-set-is-found
               DISPLAY "FBCTL: RULE CARD FOR UNDECLARED SET "
                   ws-scr-set-id(ws-scr-idx) " - IGNORING CARD"
           END-IF.

       1300-LOAD-DEFAULT-RULES.
           MOVE 2 TO ws-rule-count
           MOVE 3 TO ws-rule-divisor(1)
           MOVE "Buzz" TO ws-rule-label(2)
           DISPLAY "FBRULE: NO RULES SUPPLIED - USING DEFAULT TABLE".

       1500-OPEN-EXCEPTION-LOG.
           OPEN I-O fb-excpt-file
           IF ws-excpt-status = "35"
               OPEN OUTPUT fb-excpt-file
               CLOSE fb-excpt-file
               OPEN I-O fb-excpt-file
           END-IF
           IF ws-excpt-status = "00"
               MOVE 'Y' TO ws-excpt-usable
           ELSE
               DISPLAY "FBEXCPT: CANNOT OPEN FB.EXCEPTION.DATA - "
                   "STATUS " ws-excpt-status
                   " - EXCEPTIONS TO SYSOUT ONLY"
           END-IF.

       2000-OPEN-CHECKPOINT.
           MOVE 'N' TO ws-resuming
           OPEN I-O fb-ckpt-file
               CLOSE fb-ckpt-file
               OPEN I-O fb-ckpt-file
           END-IF
           PERFORM 2050-FIND-RESTART-PASS
           MOVE 1 TO ws-ckpt-key
           READ fb-ckpt-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FB-CKPT-IN-PROGRESS
                           AND FB-CKPT-LOW = ws-low
                           AND FB-CKPT-HIGH = ws-high
                           PERFORM 2100-RESUME-FROM-CHECKPOINT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF ws-set-count > 0
               PERFORM 2300-OPEN-SET-RESULTS
               PERFORM 2200-OPEN-SET-CHECKPOINT
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF.

       2020-OPEN-BASE-OUTPUT.
           IF ws-is-resuming
               OPEN EXTEND fb-output-file
               PERFORM 4100-CHECK-OUTPUT-OPEN
               IF NOT ws-is-partition
                   OPEN I-O fb-vsam-file
                   PERFORM 4200-CHECK-VSAM-OPEN
               END-IF
           ELSE
               OPEN OUTPUT fb-output-file
               PERFORM 4100-CHECK-OUTPUT-OPEN
               IF NOT ws-is-partition
                   OPEN OUTPUT fb-vsam-file
                   PERFORM 4200-CHECK-VSAM-OPEN
               END-IF
           END-IF.

       2050-FIND-RESTART-PASS.
      *    A PASS IS BEING RESTARTED ONLY WHEN THE BASE SET'S
      *    CHECKPOINT IS STILL IN PROGRESS FOR THE SAME RANGE.  ITS
      *    PASS ID THEN TIES THIS EXECUTION TO THE ONE THAT STARTED THE
      *    PASS, SO A SET THAT ALREADY COMPLETED IN THAT PASS IS NOT
      *    RUN AGAIN AND ONE STILL IN PROGRESS IN IT RESUMES.  A SET
      *    CHECKPOINT LEFT IN PROGRESS AFTER THE BASE SET COMPLETED -
      *    A SET DROPPED FROM A PASS THAT OTHERWISE FINISHED - IS NOT A
      *    RESTART: THE NEXT RUN OF THE SAME RANGE IS A NEW DAY'S RUN
      *    AND MUST NOT TAKE THE OLD PASS'S BASE OUTPUT AS ITS OWN.
      *    THIS EXECUTION THEN STARTS A NEW PASS UNDER ITS OWN RUN ID,
      *    AND 2200-OPEN-SET-CHECKPOINT OVERWRITES THE STALE SLOT WITH
      *    THE SET'S FIRST CHECKPOINT OF THE NEW PASS.
           MOVE 'N' TO ws-restart-mode
           MOVE ws-run-id TO ws-pass-id
           MOVE 1 TO ws-ckpt-key
           READ fb-ckpt-file
               INVALID KEY
                   IF FB-CKPT-IN-PROGRESS
                       AND FB-CKPT-LOW = ws-low
                       AND FB-CKPT-HIGH = ws-high
                       MOVE 'Y' TO ws-restart-mode
                       MOVE FB-CKPT-PASS-ID TO ws-pass-id
                   END-IF
           END-READ.

      *    (MAIN-PROCESSING'S OWN OPEN I-O HAPPENS LATER) AND REPAIRS
      *    ANY MISSING ROW AS IT REPLAYS THE COUNTERS - INVALID KEY ON
      *    THAT REPAIR WRITE JUST MEANS THE ROW WAS ALREADY THERE.
      *    EACH OPEN FAILURE IS LOGGED TO FB.EXCEPTION.DATA AGAINST
      *    THE LAST CHECKPOINTED NUM: A CLUSTER THAT COULD NOT BE
      *    REPAIRED HERE IS RE-DRIVEN FROM FB.OUTPUT.DATA BY
      *    fb-excprc; AN UNREADABLE OUTPUT FILE CANNOT BE.
           OPEN INPUT fb-output-file
           IF ws-output-status NOT = "00"
               MOVE "OSYN" TO ws-exc-reason
               MOVE ws-true-last-num TO ws-exc-num
               MOVE 'N' TO ws-exc-fixable
               MOVE ws-output-status TO ws-exc-file-status
               MOVE "FB.OUTPUT.DATA UNREADABLE - RESUMED AT CHECKPOINT"
                   TO ws-exc-detail
               PERFORM 9500-LOG-EXCEPTION
           ELSE
               IF NOT ws-is-partition
                   OPEN I-O fb-vsam-file
                   IF ws-vsam-status = "00"
                       MOVE 'Y' TO ws-vsam-sync-ok
                   ELSE
                       MOVE "VSYN" TO ws-exc-reason
                       MOVE ws-true-last-num TO ws-exc-num
                       MOVE 'Y' TO ws-exc-fixable
                       MOVE ws-vsam-status TO ws-exc-file-status
                       MOVE "FB.VSAM.DATA NOT REPAIRED PAST CHECKPOINT"
                           TO ws-exc-detail
                       PERFORM 9500-LOG-EXCEPTION
                   END-IF
               END-IF
               PERFORM UNTIL ws-output-status NOT = "00"
                               IF ws-vsam-sync-open
                                   PERFORM 2160-RESYNC-VSAM-ROW
                               END-IF
                               MOVE fb-rec-value TO ws-true-last-num
                           END-IF
                   END-READ
               IF ws-vsam-sync-open
                   CLOSE fb-vsam-file
               END-IF
           END-IF.

       2160-RESYNC-VSAM-ROW.
                   CONTINUE
           END-WRITE.

       2200-OPEN-SET-CHECKPOINT.
      *    THE SET'S CHECKPOINT COUNTS ONLY WHEN IT BELONGS TO THE
      *    PASS BEING RESTARTED (SEE 2050-FIND-RESTART-PASS) - ANY
      *    OTHER RECORD IN THE SLOT IS AN OLDER PASS'S, AND THE SET
      *    STARTS FROM THE BEGINNING.  A SET STARTING FROM THE
      *    BEGINNING WRITES ITS FIRST CHECKPOINT AT ONCE, SO IF IT IS
      *    DROPPED BEFORE ITS FIRST INTERVAL WHILE THE BASE SET IS ALSO
      *    LEFT UNFINISHED, THE NEXT EXECUTION OF THE SAME DECK STILL
      *    RECOGNISES THE PASS AND RESUMES IT.
           MOVE 'A' TO ws-set-state(ws-set-idx)
           MOVE 'N' TO ws-set-resuming(ws-set-idx)
           MOVE 'N' TO ws-set-opened(ws-set-idx)
           MOVE 'N' TO ws-set-registered(ws-set-idx)
           MOVE ws-low TO ws-set-resume-low(ws-set-idx)
           COMPUTE ws-set-last-num(ws-set-idx) = ws-low - 1
           MOVE 0 TO ws-set-total(ws-set-idx)
           MOVE 0 TO ws-set-count-combo(ws-set-idx)
           MOVE 0 TO ws-set-count-plain(ws-set-idx)
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-max-rules
               MOVE 0 TO ws-set-rule-hits(ws-set-idx, ws-srule-sub)
           END-PERFORM
           IF ws-is-restart
               COMPUTE ws-ckpt-key = ws-set-slot(ws-set-idx) + 1
               READ fb-ckpt-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-CKPT-LOW = ws-low
                           AND FB-CKPT-HIGH = ws-high
                           AND FB-CKPT-RULE-SET = ws-set-id(ws-set-idx)
                           AND FB-CKPT-PASS-ID = ws-pass-id
                           PERFORM 2210-TAKE-SET-CHECKPOINT
                       END-IF
               END-READ
           END-IF
           IF ws-set-active(ws-set-idx)
               IF NOT ws-set-is-resuming(ws-set-idx)
                   PERFORM 6500-WRITE-SET-CHECKPOINT
               END-IF
               IF ws-setres-open
                   IF NOT ws-set-is-resuming(ws-set-idx)
                       PERFORM 2350-CLEAR-SET-RESULTS
                   END-IF
               ELSE
                   MOVE "SRES" TO ws-exc-reason
                   MOVE ws-setres-status TO ws-exc-file-status
                   MOVE "FB.VSAM.RULESET NOT OPEN - SET DROPPED"
                       TO ws-exc-detail
                   PERFORM 2900-FAIL-SET
               END-IF
           END-IF.

       2210-TAKE-SET-CHECKPOINT.
           EVALUATE TRUE
               WHEN FB-CKPT-COMPLETE
                   MOVE 'D' TO ws-set-state(ws-set-idx)
                   DISPLAY "FBCKPT: RULE SET " ws-set-id(ws-set-idx)
                       " ALREADY COMPLETE IN PASS " ws-pass-id
                       " - NOT RERUN"
               WHEN FB-CKPT-IN-PROGRESS
                   PERFORM 2250-RESUME-SET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2250-RESUME-SET.
      *    2100-RESUME-FROM-CHECKPOINT FOR ONE NAMED SET: COUNTERS
      *    FROM THE SET'S CHECKPOINT, THEN 2260-SYNC-SET-TAIL MOVES
      *    THE RESUME POINT PAST WHATEVER THE SET'S FBOUTn SLOT
      *    ALREADY HOLDS.
           MOVE 'Y' TO ws-set-resuming(ws-set-idx)
           MOVE FB-CKPT-TOTAL TO ws-set-total(ws-set-idx)
           MOVE FB-CKPT-COUNT-COMBO TO ws-set-count-combo(ws-set-idx)
           MOVE FB-CKPT-COUNT-PLAIN TO ws-set-count-plain(ws-set-idx)
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
               MOVE FB-CKPT-RULE-COUNT(ws-srule-sub)
                   TO ws-set-rule-hits(ws-set-idx, ws-srule-sub)
           END-PERFORM
           MOVE FB-CKPT-LAST-NUM TO ws-set-last-num(ws-set-idx)
           IF ws-setres-open
               PERFORM 2260-SYNC-SET-TAIL
           END-IF
           COMPUTE ws-set-resume-low(ws-set-idx) =
               ws-set-last-num(ws-set-idx) + 1
           DISPLAY "FBCKPT: RESUMING RULE SET " ws-set-id(ws-set-idx)
               " AT NUM " ws-set-resume-low(ws-set-idx)
               " (PRIOR TOTAL=" ws-set-total(ws-set-idx) ")".

       2260-SYNC-SET-TAIL.
      *    AS 2150-SYNC-TO-OUTPUT-TAIL: ROWS ALREADY ON THE SET'S
      *    FBOUTn SLOT PAST ITS LAST CHECKPOINT ARE FOLDED INTO THE
      *    COUNTERS, AND ANY OF THEM MISSING FROM FB.VSAM.RULESET IS
      *    PUT BACK - A DUPLICATE KEY THERE JUST MEANS THE ROW WAS
      *    ALREADY WRITTEN.
           MOVE 'I' TO ws-set-open-mode
           PERFORM 7200-OPEN-SET-OUT
           IF ws-set-out-status NOT = "00"
               MOVE "SSYN" TO ws-exc-reason
               MOVE ws-set-last-num(ws-set-idx) TO ws-exc-num
               MOVE 'N' TO ws-exc-fixable
               MOVE ws-set-out-status TO ws-exc-file-status
               MOVE SPACES TO ws-exc-detail
               STRING "FBOUT" ws-set-slot(ws-set-idx)
                   " UNREADABLE - SET " ws-set-id(ws-set-idx)
                   " RESUMED AT CHECKPOINT" DELIMITED SIZE
                   INTO ws-exc-detail
               END-STRING
               PERFORM 9500-LOG-EXCEPTION
           ELSE
               PERFORM UNTIL ws-set-out-status NOT = "00"
                   PERFORM 7300-READ-SET-OUT
                   IF ws-set-out-status = "00"
                       AND FB-STR-ID NOT = "TRAILER"
                       MOVE FB-SET-TRAILER-RECORD
                           TO FB-SET-DETAIL-RECORD
                       IF FB-SDT-VALUE > ws-set-last-num(ws-set-idx)
                           MOVE FB-SDT-VALUE TO num
                           PERFORM 5200-CLASSIFY-SET-NUM
                           ADD 1 TO ws-set-total(ws-set-idx)
                           PERFORM 2270-RESYNC-SET-ROW
                           MOVE FB-SDT-VALUE
                               TO ws-set-last-num(ws-set-idx)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 7400-CLOSE-SET-OUT
           END-IF.

       2270-RESYNC-SET-ROW.
           MOVE ws-set-id(ws-set-idx) TO FB-SRS-SET-ID
           MOVE FB-SDT-VALUE   TO FB-SRS-VALUE
           MOVE FB-SDT-SEQ-NUM TO FB-SRS-SEQ-NUM
           MOVE FB-SDT-LABEL   TO FB-SRS-LABEL
           MOVE FB-SDT-RUN-ID  TO FB-SRS-RUN-ID
           WRITE FB-SETRES-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2300-OPEN-SET-RESULTS.
           OPEN I-O fb-setres-file
           IF ws-setres-status = "35"
               OPEN OUTPUT fb-setres-file
               CLOSE fb-setres-file
               OPEN I-O fb-setres-file
           END-IF
           IF ws-setres-status = "00"
               MOVE 'Y' TO ws-setres-usable
           ELSE
               DISPLAY "FBSETRES: CANNOT OPEN FB.VSAM.RULESET - "
                   "STATUS " ws-setres-status
                   " - NAMED RULE SETS NOT RUN"
           END-IF.

       2350-CLEAR-SET-RESULTS.
      *    A SET STARTING ITS PASS FROM THE BEGINNING GIVES UP ALL OF
      *    ITS OLD ROWS, CONTROL ROW FIRST, SO NOTHING FROM THE PASS
      *    BEFORE CAN BE ANSWERED FOR IT ONCE THIS ONE HAS BEGUN.
           MOVE ws-set-id(ws-set-idx) TO FB-SRS-SET-ID
           MOVE 0 TO FB-SRS-VALUE
           MOVE 'N' TO ws-setres-eof
           START fb-setres-file KEY >= FB-SRS-KEY
               INVALID KEY
                   MOVE 'Y' TO ws-setres-eof
           END-START
           PERFORM UNTIL ws-setres-at-end
               READ fb-setres-file NEXT
                   AT END
                       MOVE 'Y' TO ws-setres-eof
                   NOT AT END
                       IF FB-SRS-SET-ID = ws-set-id(ws-set-idx)
                           DELETE fb-setres-file
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           MOVE 'Y' TO ws-setres-eof
                       END-IF
               END-READ
           END-PERFORM.

       2400-OPEN-SET-OUTPUT.
           IF ws-set-active(ws-set-idx)
               IF ws-set-is-resuming(ws-set-idx)
                   MOVE 'E' TO ws-set-open-mode
               ELSE
                   MOVE 'O' TO ws-set-open-mode
               END-IF
               PERFORM 7200-OPEN-SET-OUT
               IF ws-set-out-status = "00"
                   MOVE 'Y' TO ws-set-opened(ws-set-idx)
               ELSE
                   MOVE "SOPN" TO ws-exc-reason
                   MOVE ws-set-out-status TO ws-exc-file-status
                   MOVE SPACES TO ws-exc-detail
                   STRING "FBOUT" ws-set-slot(ws-set-idx)
                       " OPEN FAILED - SET DROPPED" DELIMITED SIZE
                       INTO ws-exc-detail
                   END-STRING
                   PERFORM 2900-FAIL-SET
               END-IF
           END-IF.

       2450-OPEN-RUN-HISTORY.
           OPEN I-O fb-rhist-file
           IF ws-rhist-status = "35"
               OPEN OUTPUT fb-rhist-file
                   ws-rhist-status " - RUN NOT REGISTERED"
           ELSE
               MOVE 'Y' TO ws-rhist-usable
           END-IF.

       2500-REGISTER-RUN-START.
           IF ws-rhist-open
               INITIALIZE FB-RUN-HIST-RECORD
               MOVE ws-run-id TO FB-RH-RUN-ID
               MOVE 'I' TO FB-RH-STATUS
                   INVALID KEY
                       DISPLAY "FBRHIST: DUPLICATE RUN ID " ws-run-id
                           " - RUN NOT REGISTERED"
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-base-registered
               END-WRITE
           END-IF.

       2600-REGISTER-SET-START.
      *    A NAMED SET REGISTERS AS A RUN OF ITS OWN: 'F' OR 'R' AS
      *    THE BASE SET DOES, FB-RH-RULE-SET NAMING THE SET AND
      *    FB-RH-SET-BASE-RUN CARRYING THE PASS ID.  THE TREND AND
      *    VSAM AUDIT CERTIFICATIONS DO NOT APPLY TO A NAMED SET.  A
      *    RUN ID ANOTHER ROW ALREADY HOLDS IS STEPPED PAST.
           IF ws-set-active(ws-set-idx)
               IF ws-rhist-open
                   INITIALIZE FB-RUN-HIST-RECORD
                   MOVE 'I' TO FB-RH-STATUS
                   MOVE ws-low TO FB-RH-LOW
                   MOVE ws-high TO FB-RH-HIGH
                   IF ws-set-is-resuming(ws-set-idx)
                       MOVE 'R' TO FB-RH-START-MODE
                   ELSE
                       MOVE 'F' TO FB-RH-START-MODE
                   END-IF
                   MOVE 'N' TO FB-RH-CERT-TREND
                   MOVE 'N' TO FB-RH-CERT-VAUDIT
                   MOVE ws-set-id(ws-set-idx) TO FB-RH-RULE-SET
                   MOVE ws-pass-id TO FB-RH-SET-BASE-RUN
                   MOVE 0 TO ws-id-tries
                   PERFORM 2610-WRITE-SET-ROW
                       UNTIL ws-set-is-registered(ws-set-idx)
                           OR ws-id-tries NOT < 60
                   IF NOT ws-set-is-registered(ws-set-idx)
                       DISPLAY "FBRHIST: NO FREE RUN ID FOR RULE SET "
                           ws-set-id(ws-set-idx) " - SET NOT REGISTERED"
                   END-IF
               ELSE
                   PERFORM 2650-STEP-RUN-ID
               END-IF
               MOVE ws-next-run-id TO ws-set-run-id(ws-set-idx)
           END-IF.

       2610-WRITE-SET-ROW.
           PERFORM 2650-STEP-RUN-ID
           ADD 1 TO ws-id-tries
           MOVE ws-next-run-id TO FB-RH-RUN-ID
           WRITE FB-RUN-HIST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-set-registered(ws-set-idx)
           END-WRITE.

       2650-STEP-RUN-ID.
      *    ONE SECOND ON FROM THE LAST RUN ID HANDED OUT, CARRYING
      *    INTO THE NEXT DAY AT MIDNIGHT.
           COMPUTE ws-secs-of-day = ws-next-hh * 3600
               + ws-next-mm * 60 + ws-next-ss + 1
           IF ws-secs-of-day > 86399
               MOVE 0 TO ws-secs-of-day
               COMPUTE ws-next-date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ws-next-date) + 1)
           END-IF
           DIVIDE ws-secs-of-day BY 3600
               GIVING ws-next-hh REMAINDER ws-secs-rem
           DIVIDE ws-secs-rem BY 60
               GIVING ws-next-mm REMAINDER ws-next-ss.

       2700-FIND-PASS-START.
      *    THE PASS STARTS AT THE LOWEST NUM ANY STREAM STILL NEEDS.
      *    A STREAM RESUMING FURTHER ON JOINS IN WHEN THE PASS
      *    REACHES ITS OWN RESUME POINT (SEE 5000-PROCESS-NUM).
           MOVE ws-resume-low TO ws-pass-low
           PERFORM VARYING ws-set-idx FROM 1 BY 1
               UNTIL ws-set-idx > ws-set-count
               IF ws-set-active(ws-set-idx)
                   AND ws-set-resume-low(ws-set-idx) < ws-pass-low
                   MOVE ws-set-resume-low(ws-set-idx) TO ws-pass-low
               END-IF
           END-PERFORM.

       2900-FAIL-SET.
      *    THE CALLER HAS FILLED IN WS-EXC-REASON, -FILE-STATUS AND
      *    -DETAIL.  THE SET IS DROPPED FROM THE REST OF THE PASS; ITS
      *    CHECKPOINT IS LEFT IN PROGRESS AND ITS FB.RUN.HISTORY ROW (IF
      *    ANY) STAYS 'I'.  IF THE BASE SET DOES NOT FINISH EITHER, THE
      *    NEXT EXECUTION OF THE SAME DECK RESUMES THE SET WITH IT;
      *    ONCE THE BASE SET COMPLETES THE PASS IS OVER, AND THE SET IS
      *    RUN AGAIN ONLY IN A NEW PASS (SEE 2050-FIND-RESTART-PASS).
           MOVE 'N' TO ws-exc-fixable
           MOVE ws-set-last-num(ws-set-idx) TO ws-exc-num
           PERFORM 9500-LOG-EXCEPTION
           DISPLAY "FBSET: RULE SET " ws-set-id(ws-set-idx)
               " DROPPED FROM THIS PASS - "
               FUNCTION TRIM(ws-exc-detail)
      *    A SET DROPPED BEFORE ITS FBOUTn WAS OPENED FOR A FRESH
      *    START WOULD OTHERWISE LEAVE AN OLDER PASS'S ROWS AND TRAILER
      *    ON THE (DISP=MOD) DATASET, LOOKING LIKE THIS PASS'S - AND A
      *    RESUME OF THIS PASS WOULD EXTEND PAST THEM.  EMPTY IT NOW.
      *    A SET RESUMING HOLDS ONLY THIS PASS'S ROWS AND NO TRAILER.
           IF NOT ws-set-is-opened(ws-set-idx)
               AND NOT ws-set-is-resuming(ws-set-idx)
               PERFORM 2910-EMPTY-SET-OUT
           END-IF
           IF ws-set-is-opened(ws-set-idx)
               PERFORM 7400-CLOSE-SET-OUT
           END-IF
           MOVE 'F' TO ws-set-state(ws-set-idx)
           ADD 1 TO ws-set-failures.

       2910-EMPTY-SET-OUT.
           MOVE 'O' TO ws-set-open-mode
           PERFORM 7200-OPEN-SET-OUT
           IF ws-set-out-status = "00"
               PERFORM 7400-CLOSE-SET-OUT
           ELSE
               DISPLAY "FBSET: FBOUT" ws-set-slot(ws-set-idx)
                   " NOT EMPTIED - STATUS " ws-set-out-status
                   " - FBRECON WILL REJECT ANY OLD TRAILER ON IT"
           END-IF.

       4000-VALIDATE-RANGE.
      *    WS-MAX-NUM IS PINNED ONE BELOW THE PIC 9(9) CEILING (SEE
      *    ITS DECLARATION) SO THIS CLAUSE CATCHES THE ONE HIGH VALUE
               STOP RUN
           END-IF.

       5000-PROCESS-NUM.
           IF num NOT < ws-resume-low
               PERFORM 5050-PROCESS-BASE-NUM
           END-IF
           IF ws-set-count > 0
               PERFORM 5500-PROCESS-SET-NUM
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF.

       5050-PROCESS-BASE-NUM.
           PERFORM 5100-CLASSIFY-NUM
           ADD 1 TO ws-total
           MOVE ws-total TO fb-rec-seq-num
               MOVE fb-rec-run-id  TO fb-vsam-run-id
               WRITE fb-vsam-record
                   INVALID KEY
                       MOVE "VDUP" TO ws-exc-reason
                       MOVE fb-rec-value TO ws-exc-num
                       MOVE 'Y' TO ws-exc-fixable
                       MOVE ws-vsam-status TO ws-exc-file-status
                       MOVE "DUPLICATE KEY - NOT ON FB.VSAM.DATA"
                           TO ws-exc-detail
                       PERFORM 9500-LOG-EXCEPTION
               END-WRITE
           END-IF
           IF FUNCTION MOD(ws-total, ws-ckpt-interval) = 0
                   ADD 1 TO ws-rule-hit-count(ws-single-rule-idx)
           END-EVALUATE.

       5200-CLASSIFY-SET-NUM.
      *    5100-CLASSIFY-NUM AGAINST ONE NAMED SET'S RULES AND
      *    COUNTERS.
           MOVE SPACES TO ws-label-scratch
           MOVE 0 TO ws-match-count
           MOVE 0 TO ws-single-rule-idx
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
               IF FUNCTION MOD(num,
                   ws-set-rule-divisor(ws-set-idx, ws-srule-sub)) = 0
                   ADD 1 TO ws-match-count
                   MOVE ws-srule-sub TO ws-single-rule-idx
                   MOVE ws-label-scratch TO ws-label-prev
                   STRING FUNCTION TRIM(ws-label-prev) DELIMITED SIZE
                       FUNCTION TRIM(ws-set-rule-label(ws-set-idx,
                                                       ws-srule-sub))
                           DELIMITED SIZE
                       INTO ws-label-scratch
                   END-STRING
               END-IF
           END-PERFORM
           MOVE ws-label-scratch TO ws-build-label
           EVALUATE TRUE
               WHEN ws-match-count > 1
                   ADD 1 TO ws-set-count-combo(ws-set-idx)
               WHEN ws-match-count = 0
                   ADD 1 TO ws-set-count-plain(ws-set-idx)
               WHEN OTHER
                   ADD 1 TO ws-set-rule-hits(ws-set-idx,
                                             ws-single-rule-idx)
           END-EVALUATE.

       5500-PROCESS-SET-NUM.
      *    A FAILED WRITE DROPS ONLY THIS SET (2900-FAIL-SET); THE
      *    BASE SET AND THE OTHER SETS CARRY ON WITH THE PASS.
           IF ws-set-active(ws-set-idx)
               AND num NOT < ws-set-resume-low(ws-set-idx)
               PERFORM 5200-CLASSIFY-SET-NUM
               ADD 1 TO ws-set-total(ws-set-idx)
               MOVE ws-set-total(ws-set-idx) TO FB-SDT-SEQ-NUM
               MOVE num TO FB-SDT-VALUE
               MOVE ws-build-label TO FB-SDT-LABEL
               MOVE ws-set-run-id(ws-set-idx) TO FB-SDT-RUN-ID
               MOVE FB-SET-DETAIL-RECORD TO ws-set-out-line
               PERFORM 7500-WRITE-SET-OUT
               IF ws-set-out-status = "00"
                   PERFORM 5600-WRITE-SET-RESULT
               ELSE
                   MOVE "SWRT" TO ws-exc-reason
                   MOVE ws-set-out-status TO ws-exc-file-status
                   MOVE SPACES TO ws-exc-detail
                   STRING "FBOUT" ws-set-slot(ws-set-idx)
                       " WRITE FAILED - SET DROPPED" DELIMITED SIZE
                       INTO ws-exc-detail
                   END-STRING
                   PERFORM 2900-FAIL-SET
               END-IF
               IF ws-set-active(ws-set-idx)
                   MOVE num TO ws-set-last-num(ws-set-idx)
                   IF FUNCTION MOD(ws-set-total(ws-set-idx),
                                   ws-ckpt-interval) = 0
                       PERFORM 6500-WRITE-SET-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

       5600-WRITE-SET-RESULT.
           MOVE ws-set-id(ws-set-idx) TO FB-SRS-SET-ID
           MOVE FB-SDT-VALUE   TO FB-SRS-VALUE
           MOVE FB-SDT-SEQ-NUM TO FB-SRS-SEQ-NUM
           MOVE FB-SDT-LABEL   TO FB-SRS-LABEL
           MOVE FB-SDT-RUN-ID  TO FB-SRS-RUN-ID
           PERFORM 5650-PUT-SET-RESULT.

       5650-PUT-SET-RESULT.
      *    REWRITE WHEN THE ROW IS ALREADY THERE - A SET RESUMED AT
      *    ITS CHECKPOINT BECAUSE ITS FBOUTn SLOT COULD NOT BE READ
      *    MEETS ROWS IT WROTE BEFORE THE RESTART.
           WRITE FB-SETRES-RECORD
               INVALID KEY
                   REWRITE FB-SETRES-RECORD
                       INVALID KEY
                           MOVE "SRES" TO ws-exc-reason
                           MOVE ws-setres-status TO ws-exc-file-status
                           MOVE "FB.VSAM.RULESET WRITE FAILED"
                               TO ws-exc-detail
                           PERFORM 2900-FAIL-SET
                   END-REWRITE
           END-WRITE.

       6000-WRITE-CHECKPOINT.
           INITIALIZE fb-ckpt-record
           MOVE 'I' TO fb-ckpt-status
               MOVE ws-rule-hit-count(ws-rule-idx)
                   TO fb-ckpt-rule-count(ws-rule-idx)
           END-PERFORM
           MOVE ws-pass-id TO FB-CKPT-PASS-ID
           MOVE 1 TO ws-ckpt-key
           REWRITE fb-ckpt-record
               INVALID KEY
                   WRITE fb-ckpt-record
           END-REWRITE.

       6500-WRITE-SET-CHECKPOINT.
      *    6000-WRITE-CHECKPOINT FOR ONE NAMED SET, AT RELATIVE RECORD
      *    1 + ITS OUTPUT SLOT.
           INITIALIZE fb-ckpt-record
           MOVE 'I' TO fb-ckpt-status
           MOVE ws-low TO fb-ckpt-low
           MOVE ws-high TO fb-ckpt-high
           MOVE ws-set-last-num(ws-set-idx) TO fb-ckpt-last-num
           MOVE ws-set-total(ws-set-idx) TO fb-ckpt-total
           MOVE ws-set-count-combo(ws-set-idx) TO fb-ckpt-count-combo
           MOVE ws-set-count-plain(ws-set-idx) TO fb-ckpt-count-plain
           MOVE ws-set-rule-count(ws-set-idx)
               TO fb-ckpt-rule-count-occ
           PERFORM VARYING ws-srule-sub FROM 1 BY 1
               UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
               MOVE ws-set-rule-divisor(ws-set-idx, ws-srule-sub)
                   TO fb-ckpt-rule-divisor(ws-srule-sub)
               MOVE ws-set-rule-label(ws-set-idx, ws-srule-sub)
                   TO fb-ckpt-rule-label(ws-srule-sub)
               MOVE ws-set-rule-hits(ws-set-idx, ws-srule-sub)
                   TO fb-ckpt-rule-count(ws-srule-sub)
           END-PERFORM
           MOVE ws-set-id(ws-set-idx) TO FB-CKPT-RULE-SET
           MOVE ws-pass-id TO FB-CKPT-PASS-ID
           COMPUTE ws-ckpt-key = ws-set-slot(ws-set-idx) + 1
           REWRITE fb-ckpt-record
               INVALID KEY
                   WRITE fb-ckpt-record
           END-REWRITE.

       7200-OPEN-SET-OUT.
      *    WS-SET-OPEN-MODE: 'I' INPUT, 'O' OUTPUT, 'E' EXTEND.
           EVALUATE ws-set-slot(ws-set-idx) ALSO ws-set-open-mode
               WHEN 1 ALSO 'I'
                   OPEN INPUT fb-set-out1-file
               WHEN 1 ALSO 'O'
                   OPEN OUTPUT fb-set-out1-file
               WHEN 1 ALSO 'E'
                   OPEN EXTEND fb-set-out1-file
               WHEN 2 ALSO 'I'
                   OPEN INPUT fb-set-out2-file
               WHEN 2 ALSO 'O'
                   OPEN OUTPUT fb-set-out2-file
               WHEN 2 ALSO 'E'
                   OPEN EXTEND fb-set-out2-file
               WHEN 3 ALSO 'I'
                   OPEN INPUT fb-set-out3-file
               WHEN 3 ALSO 'O'
                   OPEN OUTPUT fb-set-out3-file
               WHEN 3 ALSO 'E'
                   OPEN EXTEND fb-set-out3-file
               WHEN 4 ALSO 'I'
                   OPEN INPUT fb-set-out4-file
               WHEN 4 ALSO 'O'
                   OPEN OUTPUT fb-set-out4-file
               WHEN 4 ALSO 'E'
                   OPEN EXTEND fb-set-out4-file
           END-EVALUATE.

       7300-READ-SET-OUT.
           EVALUATE ws-set-slot(ws-set-idx)
               WHEN 1
                   READ fb-set-out1-file INTO FB-SET-TRAILER-RECORD
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 2
                   READ fb-set-out2-file INTO FB-SET-TRAILER-RECORD
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 3
                   READ fb-set-out3-file INTO FB-SET-TRAILER-RECORD
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
               WHEN 4
                   READ fb-set-out4-file INTO FB-SET-TRAILER-RECORD
                       AT END
                           MOVE "10" TO ws-set-out-status
                   END-READ
           END-EVALUATE.

       7400-CLOSE-SET-OUT.
           EVALUATE ws-set-slot(ws-set-idx)
               WHEN 1
                   CLOSE fb-set-out1-file
               WHEN 2
                   CLOSE fb-set-out2-file
               WHEN 3
                   CLOSE fb-set-out3-file
               WHEN 4
                   CLOSE fb-set-out4-file
           END-EVALUATE
           MOVE 'N' TO ws-set-opened(ws-set-idx).

       7500-WRITE-SET-OUT.
           EVALUATE ws-set-slot(ws-set-idx)
               WHEN 1
                   WRITE fb-set-out1-record FROM ws-set-out-line
               WHEN 2
                   WRITE fb-set-out2-record FROM ws-set-out-line
               WHEN 3
                   WRITE fb-set-out3-record FROM ws-set-out-line
               WHEN 4
                   WRITE fb-set-out4-record FROM ws-set-out-line
           END-EVALUATE.

       8000-FINALIZE.
           PERFORM 8050-FINALIZE-BASE
           IF ws-set-count > 0
               PERFORM 8500-FINALIZE-SET
                   VARYING ws-set-idx FROM 1 BY 1
                   UNTIL ws-set-idx > ws-set-count
           END-IF
           CLOSE fb-ckpt-file
           IF ws-rhist-open
               CLOSE fb-rhist-file
           END-IF
      *    A DROPPED SET LEAVES THE BASE SET'S OWN RETURN CODE ALONE
      *    ON ITS FB.RUN.HISTORY ROW BUT WARNS THE JOB.
           IF ws-set-failures > 0
               DISPLAY "FBSET: " ws-set-failures
                   " NAMED RULE SET(S) DROPPED FROM THIS PASS - "
                   "RESUBMIT THE SAME DECK TO RESUME THEM"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8050-FINALIZE-BASE.
           PERFORM 6000-WRITE-CHECKPOINT
           MOVE 'C' TO fb-ckpt-status
           REWRITE fb-ckpt-record
           INITIALIZE fb-trailer-record
           MOVE "TRAILER" TO fb-trl-id
           MOVE ws-run-id TO fb-trl-run-id
           DISPLAY FUNCTION TRIM(ws-trailer-line).

       8200-REGISTER-RUN-END.
      *    THE 'I' ROW 2500-REGISTER-RUN-START WROTE IS READ BACK
      *    FIRST - THE NAMED SETS' ROWS GO THROUGH THE SAME RECORD
      *    AREA - SO ONLY THE COMPLETION FIELDS NEED FILLING IN BEFORE
      *    THE REWRITE.
           IF ws-base-is-registered
               MOVE ws-run-id TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBRHIST: RUN " ws-run-id
                           " NOT FOUND TO COMPLETE - STATUS "
                           ws-rhist-status
                       MOVE 'N' TO ws-base-registered
               END-READ
           END-IF
           IF ws-base-is-registered
               MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
               MOVE 'C' TO FB-RH-STATUS
               MOVE ws-stamp-date TO FB-RH-END-DATE
                       DISPLAY "FBRHIST: REWRITE FAILED FOR RUN "
                           ws-run-id " - STATUS " ws-rhist-status
               END-REWRITE
           END-IF.

       8500-FINALIZE-SET.
      *    TRAILER FIRST: A SET WHOSE TRAILER CANNOT BE WRITTEN IS
      *    DROPPED LIKE ANY OTHER WRITE FAILURE, CHECKPOINT STILL IN
      *    PROGRESS.  ONLY THEN IS THE SET'S CHECKPOINT MARKED
      *    COMPLETE, ITS FB.VSAM.RULESET CONTROL ROW WRITTEN AND ITS
      *    FB.RUN.HISTORY ROW COMPLETED.
           IF ws-set-active(ws-set-idx)
               INITIALIZE FB-SET-TRAILER-RECORD
               MOVE "TRAILER" TO FB-STR-ID
               MOVE ws-set-run-id(ws-set-idx) TO FB-STR-RUN-ID
               MOVE ws-low TO FB-STR-LOW
               MOVE ws-high TO FB-STR-HIGH
               MOVE ws-set-total(ws-set-idx) TO FB-STR-TOTAL
               MOVE ws-set-count-combo(ws-set-idx)
                   TO FB-STR-COUNT-COMBO
               MOVE ws-set-count-plain(ws-set-idx)
                   TO FB-STR-COUNT-PLAIN
               MOVE ws-set-rule-count(ws-set-idx)
                   TO FB-STR-RULE-COUNT-OCC
               PERFORM VARYING ws-srule-sub FROM 1 BY 1
                   UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
                   MOVE ws-set-rule-divisor(ws-set-idx, ws-srule-sub)
                       TO FB-STR-RULE-DIVISOR(ws-srule-sub)
                   MOVE ws-set-rule-label(ws-set-idx, ws-srule-sub)
                       TO FB-STR-RULE-LABEL(ws-srule-sub)
                   MOVE ws-set-rule-hits(ws-set-idx, ws-srule-sub)
                       TO FB-STR-RULE-COUNT(ws-srule-sub)
               END-PERFORM
               MOVE FB-SET-TRAILER-RECORD TO ws-set-out-line
               PERFORM 7500-WRITE-SET-OUT
               IF ws-set-out-status NOT = "00"
                   MOVE "SWRT" TO ws-exc-reason
                   MOVE ws-set-out-status TO ws-exc-file-status
                   MOVE SPACES TO ws-exc-detail
                   STRING "FBOUT" ws-set-slot(ws-set-idx)
                       " TRAILER NOT WRITTEN - SET DROPPED"
                       DELIMITED SIZE INTO ws-exc-detail
                   END-STRING
                   PERFORM 2900-FAIL-SET
               END-IF
           END-IF
           IF ws-set-active(ws-set-idx)
               PERFORM 7400-CLOSE-SET-OUT
               PERFORM 6500-WRITE-SET-CHECKPOINT
               MOVE 'C' TO fb-ckpt-status
               REWRITE fb-ckpt-record
               PERFORM 8550-WRITE-SET-CONTROL-ROW
               PERFORM 8600-REGISTER-SET-END
               MOVE ws-set-total(ws-set-idx) TO ws-count-ed
               DISPLAY "FBSET: RULE SET " ws-set-id(ws-set-idx)
                   " COMPLETE ON FBOUT" ws-set-slot(ws-set-idx)
                   " TOTAL=" FUNCTION TRIM(ws-count-ed)
           END-IF.

       8550-WRITE-SET-CONTROL-ROW.
      *    SEE FBSETRES.cpy - THE ROW THAT TELLS fb-lkup AND FBIQ THE
      *    SET'S ROWS ARE A WHOLE PASS.  A SET WHOSE CONTROL ROW
      *    CANNOT BE WRITTEN IS COUNTED AS DROPPED (RC=4) EVEN THOUGH
      *    ITS OUTPUT IS COMPLETE - RUN IT AGAIN FROM THE BEGINNING.
           MOVE SPACES TO FB-SETRES-RECORD
           MOVE ws-set-id(ws-set-idx) TO FB-SRS-SET-ID
           MOVE 0 TO FB-SRS-VALUE
           MOVE ws-set-total(ws-set-idx) TO FB-SRS-SEQ-NUM
           MOVE ws-low TO FB-SRS-CTL-LOW
           MOVE ws-high TO FB-SRS-CTL-HIGH
           MOVE ws-set-run-id(ws-set-idx) TO FB-SRS-RUN-ID
           PERFORM 5650-PUT-SET-RESULT.

       8600-REGISTER-SET-END.
           IF ws-set-is-registered(ws-set-idx)
               MOVE ws-set-run-id(ws-set-idx) TO FB-RH-RUN-ID
               READ fb-rhist-file
                   INVALID KEY
                       DISPLAY "FBRHIST: RUN "
                           ws-set-run-id(ws-set-idx)
                           " NOT FOUND TO COMPLETE - STATUS "
                           ws-rhist-status
                       MOVE 'N' TO ws-set-registered(ws-set-idx)
               END-READ
           END-IF
           IF ws-set-is-registered(ws-set-idx)
               MOVE FUNCTION CURRENT-DATE TO ws-current-stamp
               MOVE 'C' TO FB-RH-STATUS
               MOVE ws-stamp-date TO FB-RH-END-DATE
               MOVE ws-stamp-time TO FB-RH-END-TIME
               MOVE 0 TO FB-RH-RETURN-CODE
               MOVE ws-set-total(ws-set-idx) TO FB-RH-TOTAL
               MOVE ws-set-count-combo(ws-set-idx)
                   TO FB-RH-COUNT-COMBO
               MOVE ws-set-count-plain(ws-set-idx)
                   TO FB-RH-COUNT-PLAIN
               MOVE ws-set-rule-count(ws-set-idx)
                   TO FB-RH-RULE-COUNT-OCC
               PERFORM VARYING ws-srule-sub FROM 1 BY 1
                   UNTIL ws-srule-sub > ws-set-rule-count(ws-set-idx)
                   MOVE ws-set-rule-divisor(ws-set-idx, ws-srule-sub)
                       TO FB-RH-RULE-DIVISOR(ws-srule-sub)
                   MOVE ws-set-rule-label(ws-set-idx, ws-srule-sub)
                       TO FB-RH-RULE-LABEL(ws-srule-sub)
                   MOVE ws-set-rule-hits(ws-set-idx, ws-srule-sub)
                       TO FB-RH-RULE-COUNT(ws-srule-sub)
               END-PERFORM
               REWRITE FB-RUN-HIST-RECORD
                   INVALID KEY
                       DISPLAY "FBRHIST: REWRITE FAILED FOR RUN "
                           ws-set-run-id(ws-set-idx)
                           " - STATUS " ws-rhist-status
               END-REWRITE
           END-IF.

       9500-LOG-EXCEPTION.
      *    ONE FB.EXCEPTION.DATA ROW PER PROBLEM (SEE FBEXCPT.cpy),
      *    KEYED BY THE CLOCK TO THE HUNDREDTH PLUS THIS EXECUTION'S
      *    OWN RUNNING COUNT.  STATUS STARTS OPEN FOR fb-excprc.
           IF ws-excpt-open
               MOVE SPACES TO FB-EXCEPTION-RECORD
               MOVE FUNCTION CURRENT-DATE TO ws-exc-stamp
               ADD 1 TO ws-exc-seq
               MOVE ws-exc-stamp-date TO FB-EXC-LOG-DATE
               MOVE ws-exc-stamp-time TO FB-EXC-LOG-TIME
               MOVE "FIZZBUZZ" TO FB-EXC-PROGRAM
               MOVE ws-exc-seq TO FB-EXC-LOG-SEQ
               MOVE ws-run-id TO FB-EXC-RUN-ID
               MOVE ws-exc-num TO FB-EXC-NUM
               MOVE ws-exc-reason TO FB-EXC-REASON
               MOVE ws-exc-fixable TO FB-EXC-FIXABLE
               MOVE ws-exc-file-status TO FB-EXC-FILE-STATUS
               MOVE ws-exc-detail TO FB-EXC-DETAIL
               MOVE 'O' TO FB-EXC-STATUS
               MOVE 0 TO FB-EXC-REDRIVES
               MOVE 0 TO FB-EXC-RES-DATE
               MOVE 0 TO FB-EXC-RES-TIME
               WRITE FB-EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "FBEXCPT: WRITE FAILED - STATUS "
                           ws-excpt-status " - " ws-exc-reason
                           " NUM " ws-exc-num " " ws-exc-detail
               END-WRITE
           ELSE
               DISPLAY "FBEXCPT: " ws-exc-reason " NUM " ws-exc-num
                   " STATUS " ws-exc-file-status " " ws-exc-detail
           END-IF.
