      * without relaying them for an ad-hoc browse of FB.OUTPUT.DATA.
      * A NUM with no row on the cluster - outside the last run's
      * range - gets a NOT IN FILE message, never an abend.
      * Keying a rule set id as well answers from that named set's
      * rows on FB.VSAM.RULESET (see FBSETRES.cpy) instead, and lists
      * that set's divisors from FB.RULES.MASTER.
      * The operator keys the requesting department too, checked on
      * FB.DEPT.MASTER (FBDEPT.cpy) before anything is read: a
      * missing, unknown or inactive department gets a NOT ANSWERED
      * message carrying the response code DMIS/DUNK/DINA.  Every
      * inquiry with a NUM keyed writes one FB.USAGE.LOG row
      * (FBUSAGE.cpy) - a hit, a miss, a no-run answer (a rule set
      * with no completed pass) or a rejection - for the fb-chgbk
      * chargeback statement.
      *
      * Pseudo-conversational: FBINQM is sent, control returns to
      * CICS, and the keyed NUM comes back on the following
                         FB-REC-LABEL    BY FB-VSAM-LABEL
                         FB-REC-RUN-ID   BY FB-VSAM-RUN-ID.
           COPY FBRULES.
           COPY FBSETRES.
           COPY FBDEPT.
           COPY FBUSAGE.

       01  ws-resp                     PIC S9(8) COMP.
       01  ws-num                      PIC 9(9).
      *    SPACES FOR THE BASE SET.
       01  ws-set-id                   PIC X(8).
       01  ws-message                  PIC X(78) VALUE SPACES.

       01  ws-dept                     PIC X(8).
      *    SPACES WHEN THE DEPARTMENT IS ACCEPTED, ELSE THE REJECT
      *    RESPONSE CODE (SEE FBDEPT.CPY); 'DERR' WHEN THE MASTER
      *    COULD NOT BE READ - NOT ANSWERED, AND NOT LOGGED EITHER.
       01  ws-dept-verdict             PIC X(4).
           88  ws-dept-accepted            VALUE SPACES.
           88  ws-dept-unchecked           VALUE 'DERR'.
       01  ws-outcome                  PIC X(1).
           88  ws-outcome-hit              VALUE 'H'.
           88  ws-outcome-miss             VALUE 'M'.
           88  ws-outcome-no-run           VALUE 'R'.
           88  ws-outcome-rejected         VALUE 'D'.

      *    WIDE ENOUGH FOR ALL WS-MAX-RULES (SEE fizz-buzz) RULE
      *    ENTRIES TO MATCH THE SAME NUM AT ONCE - FIVE SEGMENTS OF
      *    " 9999/LABEL" AT UP TO 15 BYTES EACH - SO THE STRING BELOW

       01  ws-abstime                  PIC S9(15) COMP-3.
       01  ws-current-date             PIC 9(8).
       01  ws-current-time             PIC 9(6).
       01  ws-abs-centis               PIC S9(15) COMP-3.
       01  ws-abs-secs                 PIC S9(15) COMP-3.
       01  ws-centis                   PIC 9(2).

       01  FB-INQRY-COMMAREA.
           05  cw-inq-marker           PIC X(1) VALUE 'I'.
               RESP(ws-resp)
           END-EXEC
           MOVE SPACES TO SEQO LABELO DIVSO
           MOVE SPACES TO ws-set-id
           IF SETVL > 0 AND SETVI NOT = SPACES
               MOVE SETVI TO ws-set-id
           END-IF
           MOVE SPACES TO ws-dept
           IF DEPTVL > 0 AND DEPTVI NOT = SPACES
               MOVE DEPTVI TO ws-dept
           END-IF
           EVALUATE TRUE
               WHEN NUMVL NOT > 0 OR NUMVI = SPACES
                   MOVE "NUM IS REQUIRED TO INQUIRE" TO ws-message
               WHEN OTHER
                   PERFORM 3050-CHECK-DEPARTMENT
                   EVALUATE TRUE
                       WHEN NOT ws-dept-accepted
                           MOVE 'D' TO ws-outcome
                       WHEN ws-set-id = SPACES
                           MOVE NUMVI TO ws-num
                           PERFORM 3100-READ-RESULT-ROW
                       WHEN OTHER
                           MOVE NUMVI TO ws-num
                           PERFORM 3200-READ-SET-ROW
                   END-EVALUATE
                   IF NOT ws-dept-unchecked
                       PERFORM 7000-LOG-USAGE
                   END-IF
           END-EVALUATE
           PERFORM 8100-SEND-MAP-REDISPLAY.

       3050-CHECK-DEPARTMENT.
           MOVE SPACES TO ws-dept-verdict
           IF ws-dept = SPACES
               MOVE "DMIS" TO ws-dept-verdict
               MOVE "DEPT IS REQUIRED - NOT ANSWERED (DMIS)"
                   TO ws-message
           ELSE
               EXEC CICS READ FILE('FBDEPT')
                   INTO(FB-DEPT-RECORD)
                   RIDFLD(ws-dept)
                   RESP(ws-resp)
               END-EXEC
               EVALUATE TRUE
                   WHEN ws-resp = DFHRESP(NOTFND)
                       MOVE "DUNK" TO ws-dept-verdict
                       MOVE "DEPT NOT ON FILE - NOT ANSWERED (DUNK)"
                           TO ws-message
                   WHEN ws-resp NOT = DFHRESP(NORMAL)
                       MOVE "DERR" TO ws-dept-verdict
                       MOVE "DEPT FILE DOWN - NOT ANSWERED"
                           TO ws-message
                   WHEN NOT FB-DPT-IS-ACTIVE
                       MOVE "DINA" TO ws-dept-verdict
                       MOVE "DEPT NOT ACTIVE - NOT ANSWERED (DINA)"
                           TO ws-message
               END-EVALUATE
           END-IF.

       3100-READ-RESULT-ROW.
           MOVE ws-num TO FB-VSAM-VALUE
           EXEC CICS READ FILE('FBVSAM')
               RESP(ws-resp)
           END-EXEC
           IF ws-resp NOT = DFHRESP(NORMAL)
               MOVE 'M' TO ws-outcome
               MOVE "NUM NOT IN FILE - OUTSIDE THE LAST RUN'S RANGE"
                   TO ws-message
           ELSE
               MOVE 'H' TO ws-outcome
               MOVE FB-VSAM-SEQ-NUM TO SEQO
               IF FB-VSAM-LABEL = SPACES
                   MOVE "(PLAIN)" TO LABELO
               MOVE SPACES TO ws-message
           END-IF.

       3200-READ-SET-ROW.
      *    NUM ZERO IS THE SET'S CONTROL ROW, NOT A RESULT.
           MOVE ws-set-id TO FB-SRS-SET-ID
           MOVE ws-num TO FB-SRS-VALUE
           IF ws-num = 0
               MOVE DFHRESP(NOTFND) TO ws-resp
           ELSE
               EXEC CICS READ FILE('FBSETRES')
                   INTO(FB-SETRES-RECORD)
                   RIDFLD(FB-SRS-KEY)
                   RESP(ws-resp)
               END-EXEC
           END-IF
           IF ws-resp NOT = DFHRESP(NORMAL)
               PERFORM 3210-CHECK-SET-RUN
           ELSE
               MOVE 'H' TO ws-outcome
               MOVE FB-SRS-SEQ-NUM TO SEQO
               IF FB-SRS-LABEL = SPACES
                   MOVE "(PLAIN)" TO LABELO
               ELSE
                   MOVE FB-SRS-LABEL TO LABELO
               END-IF
               PERFORM 5000-LIST-MATCHED-RULES
               MOVE SPACES TO ws-message
           END-IF.

       3210-CHECK-SET-RUN.
      *    NO ROW FOR THE NUM: A SET WITH NO CONTROL ROW HAS NO
      *    COMPLETED PASS TO ANSWER FROM (A NO-RUN ANSWER); OTHERWISE
      *    THE NUM IS OUTSIDE THE SET'S RANGE (A MISS).
           MOVE ws-set-id TO FB-SRS-SET-ID
           MOVE 0 TO FB-SRS-VALUE
           EXEC CICS READ FILE('FBSETRES')
               INTO(FB-SETRES-RECORD)
               RIDFLD(FB-SRS-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               MOVE 'M' TO ws-outcome
               MOVE "NUM NOT IN FILE - OUTSIDE THE SET'S LAST RANGE"
                   TO ws-message
           ELSE
               MOVE 'R' TO ws-outcome
               MOVE "RULE SET NOT RUN - NO COMPLETED PASS TO ANSWER"
                   TO ws-message
           END-IF.

       5000-LIST-MATCHED-RULES.
      *    THE STORED LABEL SAYS WHAT THE LAST RUN DECIDED; THIS LIST
      *    SAYS WHICH FB.RULES.MASTER DIVISORS ARE IN EFFECT TODAY -
      *    TWO AGREE UNLESS AN OPERATOR HAS CHANGED THE RULES SINCE
      *    THE RUN, IN WHICH CASE SHOWING BOTH SIDE BY SIDE IS
      *    EXACTLY WHAT THE HELP DESK NEEDS TO EXPLAIN THE
      *    DIFFERENCE.  ONLY THE RULES OF THE SET INQUIRED ON ARE
      *    LISTED - THE BROWSE STOPS WHERE THE SET ID CHANGES.
           EXEC CICS ASKTIME ABSTIME(ws-abstime) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ws-abstime)
               YYYYMMDD(ws-current-date)
           END-EXEC
           MOVE SPACES TO ws-divs-line
           MOVE 0 TO ws-divs-count
           MOVE ws-set-id TO FB-RUL-SET-ID
           MOVE 0 TO FB-RUL-DIVISOR
           EXEC CICS STARTBR FILE('FBRULES')
               RIDFLD(FB-RUL-KEY)
               GTEQ
               RESP(ws-resp)
           END-EXEC
       5100-TEST-NEXT-RULE.
           EXEC CICS READNEXT FILE('FBRULES')
               INTO(FB-RULE-RECORD)
               RIDFLD(FB-RUL-KEY)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               AND FB-RUL-SET-ID NOT = ws-set-id
               MOVE DFHRESP(ENDFILE) TO ws-resp
           END-IF
           IF ws-resp = DFHRESP(NORMAL)
               AND FB-RUL-IS-ACTIVE
               AND (FB-RUL-EFF-FROM = 0
               END-STRING
           END-IF.

       7000-LOG-USAGE.
      *    ONE ROW PER INQUIRY, KEYED BY THE STAMP TO THE HUNDREDTH,
      *    'FBIQ' + TERMINAL AND THE TASK NUMBER, SO NO TWO TASKS CAN
      *    COLLIDE.  AS WITH THE FBRA AUDIT WRITE, A FAILED WRITE
      *    DOES NOT HOLD UP THE OPERATOR'S ANSWER.
           EXEC CICS ASKTIME ABSTIME(ws-abstime) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ws-abstime)
               YYYYMMDD(ws-current-date)
               TIME(ws-current-time)
           END-EXEC
           DIVIDE ws-abstime BY 10 GIVING ws-abs-centis
           DIVIDE ws-abs-centis BY 100 GIVING ws-abs-secs
               REMAINDER ws-centis
           MOVE SPACES TO FB-USAGE-RECORD
           MOVE ws-current-date TO FB-USG-LOG-DATE
           COMPUTE FB-USG-LOG-TIME = ws-current-time * 100 + ws-centis
           STRING "FBIQ" DELIMITED SIZE
               EIBTRMID DELIMITED SIZE
               INTO FB-USG-SOURCE
           END-STRING
           MOVE EIBTASKN TO FB-USG-LOG-SEQ
           MOVE "FBIQ" TO FB-USG-CHANNEL
           MOVE ws-dept TO FB-USG-DEPT
           MOVE ws-dept-verdict TO FB-USG-REJ-REASON
           MOVE 1 TO FB-USG-REQUESTS
           MOVE 0 TO FB-USG-HITS FB-USG-MISSES FB-USG-NO-RUN
               FB-USG-REJECTED
           EVALUATE TRUE
               WHEN ws-outcome-hit
                   MOVE 1 TO FB-USG-HITS
               WHEN ws-outcome-miss
                   MOVE 1 TO FB-USG-MISSES
               WHEN ws-outcome-no-run
                   MOVE 1 TO FB-USG-NO-RUN
               WHEN OTHER
                   MOVE 1 TO FB-USG-REJECTED
           END-EVALUATE
           MOVE EIBOPID TO FB-USG-USER
           EXEC CICS WRITE FILE('FBUSAGE')
               FROM(FB-USAGE-RECORD)
               RIDFLD(FB-USG-KEY)
               RESP(ws-resp)
           END-EXEC.

       8000-SEND-MAP-INITIAL.
           MOVE SPACES TO NUMVO
           MOVE SPACES TO SETVO
           MOVE SPACES TO DEPTVO
           MOVE ws-message TO MSGO
           EXEC CICS SEND MAP('FBINQM') MAPSET('FBINQS')
               FROM(FBINQMO)
