      * opened.  Audit rows written by an ADD carry spaces in the
      * old-value fields (fb-rulmnt clears the record to spaces), so
      * every numeric old field is guarded with IS NUMERIC before it
      * is edited or compared.  Since maker-checker approval each row
      * also names the checker who approved the change (see
      * FBRAUD.cpy); it prints after the new values.  Rows written
      * before the checker fields existed are 83 bytes long on the
      * variable-length trail and print with a blank checker.  The
      * rule set each change was made to prints last (blank = base
      * set, as every row shorter than 117 bytes is), and the
      * exception patterns are tracked per divisor within each set.
      ******************************************************************

       ENVIRONMENT DIVISION.
               10  FILLER                  PIC X(75).

       FD  fb-audit-file
           RECORD IS VARYING IN SIZE FROM 83 TO 117 CHARACTERS
               DEPENDING ON ws-audit-length.
           COPY FBRAUD.

       FD  fb-report-file

       WORKING-STORAGE SECTION.

       01  ws-audit-length             PIC 9(4) COMP.

       01  ws-filter-from              PIC 9(8) VALUE 0.
       01  ws-filter-to                PIC 9(8) VALUE 99999999.
       01  ws-filter-user              PIC X(8) VALUE SPACES.
       01  ws-hist-table.
           05  ws-hist-entry OCCURS 100 TIMES INDEXED BY ws-hist-idx.
               10  ws-hist-divisor         PIC 9(4).
               10  ws-hist-set-id          PIC X(8).
               10  ws-hist-date            PIC 9(8).
               10  ws-hist-day-count       PIC 9(4).
               10  ws-hist-action          PIC X(1).
           05  ws-dt-old               PIC X(29).
           05  FILLER                  PIC X(4) VALUE " -> ".
           05  ws-dt-new               PIC X(29).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-checker           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dt-set-id            PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  ws-side-work.
           05  ws-side-label           PIC X(9).
               VALUE "OLD LABEL/ACT/EFF-WINDOW".
           05  FILLER                  PIC X(29)
               VALUE "NEW LABEL/ACT/EFF-WINDOW".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CHECKER".
           05  FILLER                  PIC X(12) VALUE "RULE SET".

       01  ws-current-stamp.
           05  ws-stamp-date           PIC 9(8).

       3000-PROCESS-AUDIT-ROW.
           ADD 1 TO ws-records-read
           IF ws-audit-length < 109
               MOVE SPACES TO FB-AUD-CHK-USER FB-AUD-CHK-TERM
           END-IF
           IF ws-audit-length < 117
               MOVE SPACES TO FB-AUD-SET-ID
           END-IF
           IF FB-AUD-DATE IS NUMERIC
               AND FB-AUD-DIVISOR IS NUMERIC
               AND FB-AUD-DATE >= ws-filter-from
           END-IF
           PERFORM 4100-FORMAT-SIDE
           MOVE ws-side-text TO ws-dt-new
           MOVE FB-AUD-CHK-USER TO ws-dt-checker
           MOVE FB-AUD-SET-ID TO ws-dt-set-id
           MOVE ws-detail-line TO fb-report-line
           WRITE fb-report-line.

           PERFORM VARYING ws-hist-idx FROM 1 BY 1
               UNTIL ws-hist-idx > ws-hist-count
               IF ws-hist-divisor(ws-hist-idx) = FB-AUD-DIVISOR
                   AND ws-hist-set-id(ws-hist-idx) = FB-AUD-SET-ID
                   SET ws-hist-slot TO ws-hist-idx
               END-IF
           END-PERFORM
                   MOVE ws-hist-count TO ws-hist-slot
                   MOVE FB-AUD-DIVISOR
                       TO ws-hist-divisor(ws-hist-slot)
                   MOVE FB-AUD-SET-ID
                       TO ws-hist-set-id(ws-hist-slot)
                   MOVE FB-AUD-DATE TO ws-hist-date(ws-hist-slot)
                   MOVE 1 TO ws-hist-day-count(ws-hist-slot)
                   MOVE FB-AUD-ACTION TO ws-hist-action(ws-hist-slot)
