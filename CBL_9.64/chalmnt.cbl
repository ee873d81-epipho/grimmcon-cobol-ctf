       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Challenge definition and point
      *>               catalog maintenance, so CHALDEF (CHAL1's
      *>               multi-round definitions) and CHALCAT (CHALSCOR's
      *>               point catalog) are no longer edited by hand.
      *>               Behind the operator sign-on: LIST is open to
      *>               any operator; changes need a senior operator
      *>               (level 3 or above).  ADD a challenge (id, round
      *>               count, round-one answer and its points), CHANGE
      *>               its round count or round-one answer, RETIRE it
      *>               (CHAL1 stops playing it; its points still count
      *>               in the standings), SET the answer and points for
      *>               one round -- or, with a blank challenge id, for
      *>               a single-answer entry -- and DROP a round's
      *>               catalog entry.  Each catalog entry now names the
      *>               challenge and round it prices.  Entries are
      *>               checked as they are keyed (token and points
      *>               present, one catalog line per answer) and every
      *>               change is followed by the VALIDATE pass, which
      *>               lists each active challenge whose round chain is
      *>               not complete: a round from 1 to the round count
      *>               with no catalog entry or two, a round-one entry
      *>               that is not the defined first answer, entries
      *>               past the round count, and catalog entries for a
      *>               challenge that is not defined.  Every change
      *>               names its change ticket and is written to the
      *>               operator journal.
      *>   2026-10-15  The catalog-entry check is performed through its
      *>               exit, so an entry with a blank challenge ID no
      *>               longer runs on into the problem display.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAL-DEF-FILE ASSIGN TO "CHALDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CHALCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           COPY OPERFC.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
      *>   CD-STATUS 'R' marks a retired challenge; blank or 'A' is
      *>   active, so definitions keyed before the flag existed are
      *>   still played.
       FD  CHAL-DEF-FILE.
       01  CHAL-DEF-RECORD.
           05 CD-CHAL-ID            PIC X(8).
           05 FILLER                PIC X.
           05 CD-TOTAL-ROUNDS       PIC 9(2).
           05 FILLER                PIC X.
           05 CD-FIRST-ANSWER       PIC X(10).
           05 FILLER                PIC X.
           05 CD-STATUS             PIC X(1).

      *>   CC-CHAL-ID / CC-ROUND name the challenge round an answer
      *>   prices; both blank on a single-answer entry.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CC-ANSWER             PIC X(10).
           05 FILLER                PIC X.
           05 CC-POINTS             PIC 9(4).
           05 FILLER                PIC X.
           05 CC-CHAL-ID            PIC X(8).
           05 FILLER                PIC X.
           05 CC-ROUND              PIC 9(2).

           COPY OPERFD.
           COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY CHGQWS.
           01 WS-CF-STATUS             PIC X(2).
           01 WS-CC-STATUS             PIC X(2).
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           01 WS-EOF-SW                PIC X.
              88 WS-AT-EOF             VALUE 'Y'.
           01 WS-ENTRY-VALID-SW        PIC X VALUE 'Y'.
              88 WS-ENTRY-VALID        VALUE 'Y'.
           01 WS-FOUND-SW              PIC X.
              88 WS-FOUND              VALUE 'Y'.
           01 WS-CHAL-ENTRY            PIC X(8).
           01 WS-ROUNDS-ENTRY          PIC X(2).
           01 WS-ROUND-ENTRY           PIC X(2).
           01 WS-ANSWER-ENTRY          PIC X(10).
           01 WS-POINTS-ENTRY          PIC X(4).
           01 WS-CONFIRM-ENTRY         PIC X(1).
      *>   Both files, held whole while a change is made and written
      *>   back together.  CHAL1 plays at most 20 challenges.
           01 WS-DEF-COUNT             PIC 9(2) VALUE 0.
           01 WS-DEF-TABLE.
              05 WS-DF-ENTRY OCCURS 20 TIMES INDEXED BY DF-IDX.
                 10 WS-DF-CHAL-ID      PIC X(8).
                 10 WS-DF-ROUNDS       PIC 9(2).
                 10 WS-DF-FIRST-ANSWER PIC X(10).
                 10 WS-DF-STATUS       PIC X(1).
           01 WS-CAT-COUNT             PIC 9(3) VALUE 0.
           01 WS-CAT-TABLE.
              05 WS-CT-ENTRY OCCURS 300 TIMES INDEXED BY CT-IDX.
                 10 WS-CT-ANSWER       PIC X(10).
                 10 WS-CT-POINTS       PIC 9(4).
                 10 WS-CT-CHAL-ID      PIC X(8).
                 10 WS-CT-ROUND        PIC 9(2).
           01 WS-CT-SCAN               PIC 9(3).
           01 WS-DF-SCAN               PIC 9(2).
           01 WS-ROUND-NUM             PIC 9(2).
           01 WS-ROUND-HITS            PIC 9(3).
           01 WS-ROUND-ONE-SW          PIC X.
           01 WS-PROBLEM-COUNT         PIC 9(4) VALUE 0.
           01 WS-DROPPED-COUNT         PIC 9(4) VALUE 0.
           01 WS-SHOW-STATUS           PIC X(7).
           01 WS-SHOW-ROUND            PIC X(2).
           01 WS-PROBLEM-LINE          PIC X(70).

       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'CHALMNT' TO WS-FS-PROGRAM-ID
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
               END-IF
               PERFORM B-PARA UNTIL WS-DONE.
               STOP RUN.

           B-PARA.
               DISPLAY ' '
               DISPLAY 'CHALLENGE DEFINITION AND CATALOG MAINTENANCE'
               DISPLAY '  1 - LIST challenges, rounds and points'
               DISPLAY '  2 - ADD a challenge'
               DISPLAY '  3 - CHANGE a challenge'
               DISPLAY '  4 - RETIRE a challenge'
               DISPLAY '  5 - SET the answer and points for a round'
               DISPLAY '  6 - DROP a round from the catalog'
               DISPLAY '  7 - VALIDATE the round chains'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM C-PARA-LIST
                   WHEN 2 THRU 6
                       IF WS-SO-AUTH-LEVEL < 3
                           DISPLAY 'NOT AUTHORIZED: CHANGES NEED LEVEL 3'
                       ELSE
                           PERFORM D-PARA-CHANGE
                       END-IF
                   WHEN 7
                       PERFORM P-PARA-LOAD-FILES
                       PERFORM V-PARA-VALIDATE
                   WHEN 0
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN.'
               END-EVALUATE.

           C-PARA-LIST.
               PERFORM P-PARA-LOAD-FILES
               DISPLAY 'CHALLENGE ROUNDS FIRST ANS  STATUS'
               DISPLAY '   RND ANSWER     POINTS'
               PERFORM C2-PARA-LIST-CHALLENGE
                   VARYING DF-IDX FROM 1 BY 1
                   UNTIL DF-IDX > WS-DEF-COUNT
               DISPLAY 'SINGLE-ANSWER AND UNMATCHED CATALOG ENTRIES'
               PERFORM C4-PARA-LIST-LOOSE
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               DISPLAY 'CHALLENGES: ' WS-DEF-COUNT
                       '  CATALOG ENTRIES: ' WS-CAT-COUNT.

           C2-PARA-LIST-CHALLENGE.
               IF WS-DF-STATUS(DF-IDX) = 'R'
                   MOVE 'RETIRED' TO WS-SHOW-STATUS
               ELSE
                   MOVE 'ACTIVE' TO WS-SHOW-STATUS
               END-IF
               DISPLAY WS-DF-CHAL-ID(DF-IDX) '  '
                       WS-DF-ROUNDS(DF-IDX) '     '
                       WS-DF-FIRST-ANSWER(DF-IDX) ' '
                       WS-SHOW-STATUS
               PERFORM C3-PARA-LIST-ROUND
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT.

           C3-PARA-LIST-ROUND.
               IF WS-CT-CHAL-ID(CT-IDX) = WS-DF-CHAL-ID(DF-IDX)
                   DISPLAY '   ' WS-CT-ROUND(CT-IDX) '  '
                           WS-CT-ANSWER(CT-IDX) ' '
                           WS-CT-POINTS(CT-IDX)
               END-IF.

           C4-PARA-LIST-LOOSE.
               MOVE WS-CT-CHAL-ID(CT-IDX) TO WS-CHAL-ENTRY
               PERFORM K4-PARA-FIND-CHALLENGE
               IF NOT WS-FOUND
                   IF WS-CT-CHAL-ID(CT-IDX) = SPACES
                       MOVE SPACES TO WS-SHOW-ROUND
                   ELSE
                       MOVE WS-CT-ROUND(CT-IDX) TO WS-SHOW-ROUND
                   END-IF
                   DISPLAY '   ' WS-CT-ANSWER(CT-IDX) ' '
                           WS-CT-POINTS(CT-IDX) ' '
                           WS-CT-CHAL-ID(CT-IDX) ' ' WS-SHOW-ROUND
               END-IF.

      *>   Every change: load both files, take and check the entry,
      *>   apply it to the tables, take the ticket, write both files
      *>   back, journal, then show the round-chain check.
           D-PARA-CHANGE.
               PERFORM P-PARA-LOAD-FILES
               MOVE 'Y' TO WS-ENTRY-VALID-SW
               MOVE SPACES TO WS-JR-FUNCTION
               MOVE SPACES TO WS-JR-PARMS
               EVALUATE WS-CHOICE
                   WHEN 2
                       PERFORM E-PARA-ADD
                   WHEN 3
                       PERFORM F-PARA-CHANGE-CHALLENGE
                   WHEN 4
                       PERFORM G-PARA-RETIRE
                   WHEN 5
                       PERFORM H-PARA-SET-ROUND
                   WHEN 6
                       PERFORM J-PARA-DROP-ROUND
               END-EVALUATE
               IF WS-ENTRY-VALID
                   PERFORM L-PARA-GET-TICKET
                   PERFORM Q-PARA-SAVE-FILES
                   MOVE WS-CQ-TICKET TO WS-JR-TICKET
                   PERFORM 8600-WRITE-JOURNAL THRU
                       8600-WRITE-JOURNAL-EXIT
                   DISPLAY WS-JR-FUNCTION ': ' WS-JR-PARMS
                   PERFORM V-PARA-VALIDATE
               END-IF.

           E-PARA-ADD.
               PERFORM K-PARA-GET-CHALLENGE
               IF WS-ENTRY-VALID
                   PERFORM K4-PARA-FIND-CHALLENGE
                   IF WS-FOUND
                       DISPLAY 'CHALLENGE ALREADY DEFINED: '
                               WS-CHAL-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID AND WS-DEF-COUNT NOT < 20
                   DISPLAY 'DEFINITION FILE FULL (20 CHALLENGES)'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K2-PARA-GET-ROUNDS
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'Round-one answer: '
                   PERFORM K3-PARA-GET-ANSWER
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K5-PARA-GET-POINTS
               END-IF
               IF WS-ENTRY-VALID
                   MOVE 0 TO WS-CT-SCAN
                   PERFORM K6-PARA-CHECK-ANSWER-FREE
               END-IF
               IF WS-ENTRY-VALID AND WS-CAT-COUNT NOT < 300
                   DISPLAY 'CATALOG FULL (300 ENTRIES)'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   ADD 1 TO WS-DEF-COUNT
                   SET DF-IDX TO WS-DEF-COUNT
                   MOVE WS-CHAL-ENTRY TO WS-DF-CHAL-ID(DF-IDX)
                   MOVE WS-ROUNDS-ENTRY TO WS-DF-ROUNDS(DF-IDX)
                   MOVE WS-ANSWER-ENTRY TO WS-DF-FIRST-ANSWER(DF-IDX)
                   MOVE 'A' TO WS-DF-STATUS(DF-IDX)
                   ADD 1 TO WS-CAT-COUNT
                   SET CT-IDX TO WS-CAT-COUNT
                   MOVE WS-ANSWER-ENTRY TO WS-CT-ANSWER(CT-IDX)
                   MOVE WS-POINTS-ENTRY TO WS-CT-POINTS(CT-IDX)
                   MOVE WS-CHAL-ENTRY TO WS-CT-CHAL-ID(CT-IDX)
                   MOVE 1 TO WS-CT-ROUND(CT-IDX)
                   MOVE 'ADD CHALLENGE' TO WS-JR-FUNCTION
                   MOVE 'CHALDEF' TO WS-CQ-TARGET-FILE
                   STRING WS-CHAL-ENTRY DELIMITED BY SPACE
                          ' ROUNDS ' DELIMITED BY SIZE
                          WS-ROUNDS-ENTRY DELIMITED BY SIZE
                          ' FIRST ' DELIMITED BY SIZE
                          WS-ANSWER-ENTRY DELIMITED BY SPACE
                          ' PTS ' DELIMITED BY SIZE
                          WS-POINTS-ENTRY DELIMITED BY SIZE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

      *>   A changed round-one answer carries its catalog entry with
      *>   it, so the chain does not break under the operator.
           F-PARA-CHANGE-CHALLENGE.
               PERFORM K-PARA-GET-CHALLENGE
               IF WS-ENTRY-VALID
                   PERFORM K4-PARA-FIND-CHALLENGE
                   IF NOT WS-FOUND
                       DISPLAY 'CHALLENGE NOT DEFINED: ' WS-CHAL-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'CURRENT ROUNDS: ' WS-DF-ROUNDS(DF-IDX)
                           '  FIRST ANSWER: '
                           WS-DF-FIRST-ANSWER(DF-IDX)
                   PERFORM K2-PARA-GET-ROUNDS
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'Round-one answer (blank to keep): '
                   ACCEPT WS-ANSWER-ENTRY
                   IF WS-ANSWER-ENTRY = SPACES
                       MOVE WS-DF-FIRST-ANSWER(DF-IDX)
                           TO WS-ANSWER-ENTRY
                   END-IF
                   PERFORM K7-PARA-FIND-ROUND-ENTRY
                   IF WS-ANSWER-ENTRY NOT = WS-DF-FIRST-ANSWER(DF-IDX)
                       PERFORM K6-PARA-CHECK-ANSWER-FREE
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   MOVE WS-ROUNDS-ENTRY TO WS-DF-ROUNDS(DF-IDX)
                   MOVE WS-ANSWER-ENTRY TO WS-DF-FIRST-ANSWER(DF-IDX)
                   IF WS-CT-SCAN > 0
                       MOVE WS-ANSWER-ENTRY TO WS-CT-ANSWER(WS-CT-SCAN)
                   END-IF
                   MOVE 'CHANGE CHALLENGE' TO WS-JR-FUNCTION
                   MOVE 'CHALDEF' TO WS-CQ-TARGET-FILE
                   STRING WS-CHAL-ENTRY DELIMITED BY SPACE
                          ' ROUNDS ' DELIMITED BY SIZE
                          WS-ROUNDS-ENTRY DELIMITED BY SIZE
                          ' FIRST ' DELIMITED BY SIZE
                          WS-ANSWER-ENTRY DELIMITED BY SPACE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

           G-PARA-RETIRE.
               PERFORM K-PARA-GET-CHALLENGE
               IF WS-ENTRY-VALID
                   PERFORM K4-PARA-FIND-CHALLENGE
                   IF NOT WS-FOUND
                       DISPLAY 'CHALLENGE NOT DEFINED: ' WS-CHAL-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   IF WS-DF-STATUS(DF-IDX) = 'R'
                       DISPLAY 'CHALLENGE ALREADY RETIRED'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'Retire ' WS-CHAL-ENTRY
                           ' -- CHAL1 will stop playing it (Y/N)? '
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY NOT = 'Y'
                       AND WS-CONFIRM-ENTRY NOT = 'y'
                       DISPLAY 'NOT RETIRED'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   MOVE 'R' TO WS-DF-STATUS(DF-IDX)
                   MOVE 'RETIRE CHALLENGE' TO WS-JR-FUNCTION
                   MOVE 'CHALDEF' TO WS-CQ-TARGET-FILE
                   MOVE WS-CHAL-ENTRY TO WS-JR-PARMS
               END-IF.

      *>   Adds the round's catalog entry or replaces it.  A blank
      *>   challenge id keys a single-answer entry.
           H-PARA-SET-ROUND.
               DISPLAY 'Enter challenge ID (blank for a single '
                       'answer): '
               ACCEPT WS-CHAL-ENTRY
               MOVE '00' TO WS-ROUND-ENTRY
               IF WS-CHAL-ENTRY NOT = SPACES
                   PERFORM K4-PARA-FIND-CHALLENGE
                   IF NOT WS-FOUND
                       DISPLAY 'CHALLENGE NOT DEFINED: ' WS-CHAL-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
                   IF WS-ENTRY-VALID
                       PERFORM K8-PARA-GET-ROUND
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K3-PARA-GET-ANSWER
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K5-PARA-GET-POINTS
               END-IF
               IF WS-ENTRY-VALID
                   IF WS-CHAL-ENTRY = SPACES
                       PERFORM K9-PARA-FIND-ANSWER-ENTRY
                   ELSE
                       PERFORM K7-PARA-FIND-ROUND-ENTRY
                       PERFORM K6-PARA-CHECK-ANSWER-FREE
                   END-IF
               END-IF
               IF WS-ENTRY-VALID AND WS-CT-SCAN = 0
                   AND WS-CAT-COUNT NOT < 300
                   DISPLAY 'CATALOG FULL (300 ENTRIES)'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   IF WS-CT-SCAN = 0
                       ADD 1 TO WS-CAT-COUNT
                       MOVE WS-CAT-COUNT TO WS-CT-SCAN
                   END-IF
                   MOVE WS-ANSWER-ENTRY TO WS-CT-ANSWER(WS-CT-SCAN)
                   MOVE WS-POINTS-ENTRY TO WS-CT-POINTS(WS-CT-SCAN)
                   MOVE WS-CHAL-ENTRY TO WS-CT-CHAL-ID(WS-CT-SCAN)
                   MOVE WS-ROUND-ENTRY TO WS-CT-ROUND(WS-CT-SCAN)
                   IF WS-CHAL-ENTRY NOT = SPACES
                       AND WS-ROUND-ENTRY = '01'
                       AND WS-ANSWER-ENTRY
                           NOT = WS-DF-FIRST-ANSWER(DF-IDX)
                       DISPLAY '** ROUND 01 ANSWER DIFFERS FROM THE '
                               'DEFINED FIRST ANSWER -- USE CHANGE '
                               'TO ALTER IT'
                   END-IF
                   MOVE 'SET ROUND POINTS' TO WS-JR-FUNCTION
                   MOVE 'CHALCAT' TO WS-CQ-TARGET-FILE
                   STRING WS-CHAL-ENTRY DELIMITED BY SIZE
                          ' R' DELIMITED BY SIZE
                          WS-ROUND-ENTRY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-ANSWER-ENTRY DELIMITED BY SPACE
                          ' PTS ' DELIMITED BY SIZE
                          WS-POINTS-ENTRY DELIMITED BY SIZE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

           J-PARA-DROP-ROUND.
               DISPLAY 'Enter challenge ID (blank for a single '
                       'answer): '
               ACCEPT WS-CHAL-ENTRY
               MOVE '00' TO WS-ROUND-ENTRY
               IF WS-CHAL-ENTRY = SPACES
                   PERFORM K3-PARA-GET-ANSWER
                   IF WS-ENTRY-VALID
                       PERFORM K9-PARA-FIND-ANSWER-ENTRY
                   END-IF
               ELSE
                   PERFORM K8-PARA-GET-ROUND
                   IF WS-ENTRY-VALID
                       PERFORM K7-PARA-FIND-ROUND-ENTRY
                   END-IF
               END-IF
               IF WS-ENTRY-VALID AND WS-CT-SCAN = 0
                   DISPLAY 'NO CATALOG ENTRY FOR THAT ROUND'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   MOVE WS-CT-ANSWER(WS-CT-SCAN) TO WS-ANSWER-ENTRY
                   MOVE 'DROP ROUND POINTS' TO WS-JR-FUNCTION
                   MOVE 'CHALCAT' TO WS-CQ-TARGET-FILE
                   STRING WS-CHAL-ENTRY DELIMITED BY SIZE
                          ' R' DELIMITED BY SIZE
                          WS-ROUND-ENTRY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-ANSWER-ENTRY DELIMITED BY SPACE
                          INTO WS-JR-PARMS
                   END-STRING
                   PERFORM VARYING CT-IDX FROM WS-CT-SCAN BY 1
                           UNTIL CT-IDX NOT < WS-CAT-COUNT
                       MOVE WS-CT-ENTRY(CT-IDX + 1) TO WS-CT-ENTRY(CT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CAT-COUNT
               END-IF.

           K-PARA-GET-CHALLENGE.
               DISPLAY 'Enter challenge ID (8 char max): '
               ACCEPT WS-CHAL-ENTRY
               IF WS-CHAL-ENTRY = SPACES
                   DISPLAY 'CHALLENGE ID IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K2-PARA-GET-ROUNDS.
               DISPLAY 'Number of rounds (01-99): '
               ACCEPT WS-ROUNDS-ENTRY
               IF WS-ROUNDS-ENTRY IS NOT NUMERIC
                   OR WS-ROUNDS-ENTRY = '00'
                   DISPLAY 'ROUNDS MUST BE TWO DIGITS, 01 THROUGH 99'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K3-PARA-GET-ANSWER.
               DISPLAY 'Enter answer token (10 char max): '
               ACCEPT WS-ANSWER-ENTRY
               IF WS-ANSWER-ENTRY = SPACES
                   DISPLAY 'ANSWER TOKEN IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K4-PARA-FIND-CHALLENGE.
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING DF-IDX FROM 1 BY 1
                       UNTIL DF-IDX > WS-DEF-COUNT OR WS-FOUND
                   IF WS-DF-CHAL-ID(DF-IDX) = WS-CHAL-ENTRY
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET DF-IDX DOWN BY 1
               END-IF.

           K5-PARA-GET-POINTS.
               DISPLAY 'Points (4 digits, 0001-9999): '
               ACCEPT WS-POINTS-ENTRY
               IF WS-POINTS-ENTRY IS NOT NUMERIC
                   OR WS-POINTS-ENTRY = '0000'
                   DISPLAY 'POINTS MUST BE FOUR DIGITS, 0001 THROUGH '
                           '9999'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

      *>   CHALSCOR prices a solve by its answer alone, so an answer
      *>   may sit on the catalog only once; WS-CT-SCAN is the entry
      *>   being replaced, if any, which may keep its own answer.
           K6-PARA-CHECK-ANSWER-FREE.
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CAT-COUNT
                   IF WS-CT-ANSWER(CT-IDX) = WS-ANSWER-ENTRY
                       AND CT-IDX NOT = WS-CT-SCAN
                       AND WS-ENTRY-VALID
                       DISPLAY 'ANSWER ' WS-ANSWER-ENTRY
                               ' ALREADY ON THE CATALOG FOR '
                               WS-CT-CHAL-ID(CT-IDX) ' ROUND '
                               WS-CT-ROUND(CT-IDX)
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-PERFORM.

      *>   Finds the catalog entry for WS-CHAL-ENTRY round
      *>   WS-ROUND-ENTRY (round 01 for CHANGE); WS-CT-SCAN is zero
      *>   when there is none.
           K7-PARA-FIND-ROUND-ENTRY.
               IF WS-CHOICE = 3
                   MOVE '01' TO WS-ROUND-ENTRY
               END-IF
               MOVE 0 TO WS-CT-SCAN
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CAT-COUNT OR WS-CT-SCAN > 0
                   IF WS-CT-CHAL-ID(CT-IDX) = WS-CHAL-ENTRY
                       AND WS-CT-ROUND(CT-IDX) = WS-ROUND-ENTRY
                       SET WS-CT-SCAN TO CT-IDX
                   END-IF
               END-PERFORM.

           K8-PARA-GET-ROUND.
               DISPLAY 'Round number (01-99): '
               ACCEPT WS-ROUND-ENTRY
               IF WS-ROUND-ENTRY IS NOT NUMERIC
                   OR WS-ROUND-ENTRY = '00'
                   DISPLAY 'ROUND MUST BE TWO DIGITS, 01 THROUGH 99'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K9-PARA-FIND-ANSWER-ENTRY.
               MOVE 0 TO WS-CT-SCAN
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CAT-COUNT OR WS-CT-SCAN > 0
                   IF WS-CT-ANSWER(CT-IDX) = WS-ANSWER-ENTRY
                       SET WS-CT-SCAN TO CT-IDX
                   END-IF
               END-PERFORM
               IF WS-CT-SCAN > 0
                   IF WS-CT-CHAL-ID(WS-CT-SCAN) NOT = SPACES
                       DISPLAY 'ANSWER ' WS-ANSWER-ENTRY
                               ' BELONGS TO ' WS-CT-CHAL-ID(WS-CT-SCAN)
                               ' ROUND ' WS-CT-ROUND(WS-CT-SCAN)
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF.

           L-PARA-GET-TICKET.
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT.

           P-PARA-LOAD-FILES.
               MOVE 0 TO WS-DEF-COUNT
               MOVE 0 TO WS-CAT-COUNT
               MOVE 0 TO WS-DROPPED-COUNT
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CHAL-DEF-FILE
               IF WS-CF-STATUS = '00'
                   PERFORM P2-PARA-LOAD-ONE-DEF UNTIL WS-AT-EOF
                   CLOSE CHAL-DEF-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CATALOG-FILE
               IF WS-CC-STATUS = '00'
                   PERFORM P3-PARA-LOAD-ONE-ENTRY UNTIL WS-AT-EOF
                   CLOSE CATALOG-FILE
               END-IF
               IF WS-DROPPED-COUNT > 0
                   DISPLAY '** ' WS-DROPPED-COUNT ' LINES PAST THE '
                           'TABLE LIMITS NOT LOADED'
               END-IF.

           P2-PARA-LOAD-ONE-DEF.
               READ CHAL-DEF-FILE
                   AT END SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-DEF-COUNT < 20
                           ADD 1 TO WS-DEF-COUNT
                           SET DF-IDX TO WS-DEF-COUNT
                           MOVE CD-CHAL-ID TO WS-DF-CHAL-ID(DF-IDX)
                           IF CD-TOTAL-ROUNDS IS NUMERIC
                               MOVE CD-TOTAL-ROUNDS
                                   TO WS-DF-ROUNDS(DF-IDX)
                           ELSE
                               MOVE 0 TO WS-DF-ROUNDS(DF-IDX)
                           END-IF
                           MOVE CD-FIRST-ANSWER
                               TO WS-DF-FIRST-ANSWER(DF-IDX)
                           MOVE CD-STATUS TO WS-DF-STATUS(DF-IDX)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ.

           P3-PARA-LOAD-ONE-ENTRY.
               READ CATALOG-FILE
                   AT END SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < 300
                           ADD 1 TO WS-CAT-COUNT
                           SET CT-IDX TO WS-CAT-COUNT
                           MOVE CC-ANSWER TO WS-CT-ANSWER(CT-IDX)
                           IF CC-POINTS IS NUMERIC
                               MOVE CC-POINTS TO WS-CT-POINTS(CT-IDX)
                           ELSE
                               MOVE 0 TO WS-CT-POINTS(CT-IDX)
                           END-IF
                           MOVE CC-CHAL-ID TO WS-CT-CHAL-ID(CT-IDX)
                           IF CC-ROUND IS NUMERIC
                               MOVE CC-ROUND TO WS-CT-ROUND(CT-IDX)
                           ELSE
                               MOVE 0 TO WS-CT-ROUND(CT-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ.

           Q-PARA-SAVE-FILES.
               OPEN OUTPUT CHAL-DEF-FILE
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'CHALDEF' TO WS-FS-FILE-NAME
               MOVE WS-CF-STATUS TO WS-FS-STATUS
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
               PERFORM VARYING DF-IDX FROM 1 BY 1
                       UNTIL DF-IDX > WS-DEF-COUNT
                   MOVE SPACES TO CHAL-DEF-RECORD
                   MOVE WS-DF-CHAL-ID(DF-IDX) TO CD-CHAL-ID
                   MOVE WS-DF-ROUNDS(DF-IDX) TO CD-TOTAL-ROUNDS
                   MOVE WS-DF-FIRST-ANSWER(DF-IDX) TO CD-FIRST-ANSWER
                   MOVE WS-DF-STATUS(DF-IDX) TO CD-STATUS
                   WRITE CHAL-DEF-RECORD
               END-PERFORM
               CLOSE CHAL-DEF-FILE
               OPEN OUTPUT CATALOG-FILE
               MOVE 'CHALCAT' TO WS-FS-FILE-NAME
               MOVE WS-CC-STATUS TO WS-FS-STATUS
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CAT-COUNT
                   MOVE SPACES TO CATALOG-RECORD
                   MOVE WS-CT-ANSWER(CT-IDX) TO CC-ANSWER
                   MOVE WS-CT-POINTS(CT-IDX) TO CC-POINTS
                   MOVE WS-CT-CHAL-ID(CT-IDX) TO CC-CHAL-ID
                   IF WS-CT-CHAL-ID(CT-IDX) NOT = SPACES
                       MOVE WS-CT-ROUND(CT-IDX) TO CC-ROUND
                   END-IF
                   WRITE CATALOG-RECORD
               END-PERFORM
               CLOSE CATALOG-FILE.

      *>   Round-chain check over the loaded tables.  Retired
      *>   challenges are not played and are not held to a complete
      *>   chain.
           V-PARA-VALIDATE.
               MOVE 0 TO WS-PROBLEM-COUNT
               PERFORM V2-PARA-CHECK-CHALLENGE
                   VARYING DF-IDX FROM 1 BY 1
                   UNTIL DF-IDX > WS-DEF-COUNT
               PERFORM V4-PARA-CHECK-ENTRY THRU
                   V4-PARA-CHECK-ENTRY-EXIT
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               IF WS-PROBLEM-COUNT = 0
                   DISPLAY 'ROUND CHAINS COMPLETE -- NO PROBLEMS FOUND'
               ELSE
                   DISPLAY '** ROUND-CHAIN PROBLEMS: ' WS-PROBLEM-COUNT
               END-IF.

           V2-PARA-CHECK-CHALLENGE.
               IF WS-DF-STATUS(DF-IDX) NOT = 'R'
                   IF WS-DF-ROUNDS(DF-IDX) = 0
                       MOVE SPACES TO WS-PROBLEM-LINE
                       STRING WS-DF-CHAL-ID(DF-IDX) DELIMITED BY SIZE
                              ' HAS NO ROUND COUNT' DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                       PERFORM V9-PARA-SHOW-PROBLEM
                   END-IF
                   IF WS-DF-FIRST-ANSWER(DF-IDX) = SPACES
                       MOVE SPACES TO WS-PROBLEM-LINE
                       STRING WS-DF-CHAL-ID(DF-IDX) DELIMITED BY SIZE
                              ' HAS NO ROUND-ONE ANSWER'
                                  DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                       PERFORM V9-PARA-SHOW-PROBLEM
                   END-IF
                   PERFORM V3-PARA-CHECK-ROUND
                       VARYING WS-ROUND-NUM FROM 1 BY 1
                       UNTIL WS-ROUND-NUM > WS-DF-ROUNDS(DF-IDX)
               END-IF.

           V3-PARA-CHECK-ROUND.
               MOVE 0 TO WS-ROUND-HITS
               MOVE 'N' TO WS-ROUND-ONE-SW
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CAT-COUNT
                   IF WS-CT-CHAL-ID(CT-IDX) = WS-DF-CHAL-ID(DF-IDX)
                       AND WS-CT-ROUND(CT-IDX) = WS-ROUND-NUM
                       ADD 1 TO WS-ROUND-HITS
                       IF WS-CT-ANSWER(CT-IDX)
                           = WS-DF-FIRST-ANSWER(DF-IDX)
                           MOVE 'Y' TO WS-ROUND-ONE-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-PROBLEM-LINE
               EVALUATE TRUE
                   WHEN WS-ROUND-HITS = 0
                       STRING WS-DF-CHAL-ID(DF-IDX) DELIMITED BY SIZE
                              ' ROUND ' DELIMITED BY SIZE
                              WS-ROUND-NUM DELIMITED BY SIZE
                              ' HAS NO CATALOG ENTRY' DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                   WHEN WS-ROUND-HITS > 1
                       STRING WS-DF-CHAL-ID(DF-IDX) DELIMITED BY SIZE
                              ' ROUND ' DELIMITED BY SIZE
                              WS-ROUND-NUM DELIMITED BY SIZE
                              ' HAS MORE THAN ONE CATALOG ENTRY'
                                  DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                   WHEN WS-ROUND-NUM = 1 AND WS-ROUND-ONE-SW = 'N'
                       STRING WS-DF-CHAL-ID(DF-IDX) DELIMITED BY SIZE
                              ' ROUND 01 CATALOG ANSWER IS NOT '
                                  DELIMITED BY SIZE
                              WS-DF-FIRST-ANSWER(DF-IDX)
                                  DELIMITED BY SPACE
                              INTO WS-PROBLEM-LINE
                       END-STRING
               END-EVALUATE
               IF WS-PROBLEM-LINE NOT = SPACES
                   PERFORM V9-PARA-SHOW-PROBLEM
               END-IF.

           V4-PARA-CHECK-ENTRY.
               MOVE SPACES TO WS-PROBLEM-LINE
               IF WS-CT-POINTS(CT-IDX) = 0
                   STRING 'CATALOG ANSWER ' DELIMITED BY SIZE
                          WS-CT-ANSWER(CT-IDX) DELIMITED BY SPACE
                          ' HAS NO POINT VALUE' DELIMITED BY SIZE
                          INTO WS-PROBLEM-LINE
                   END-STRING
                   PERFORM V9-PARA-SHOW-PROBLEM
                   MOVE SPACES TO WS-PROBLEM-LINE
               END-IF
               PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                       UNTIL WS-CT-SCAN NOT < CT-IDX
                   IF WS-CT-ANSWER(WS-CT-SCAN) = WS-CT-ANSWER(CT-IDX)
                       MOVE SPACES TO WS-PROBLEM-LINE
                       STRING 'CATALOG ANSWER ' DELIMITED BY SIZE
                              WS-CT-ANSWER(CT-IDX) DELIMITED BY SPACE
                              ' IS ON THE CATALOG MORE THAN ONCE'
                                  DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                   END-IF
               END-PERFORM
               IF WS-PROBLEM-LINE NOT = SPACES
                   PERFORM V9-PARA-SHOW-PROBLEM
                   MOVE SPACES TO WS-PROBLEM-LINE
               END-IF
               IF WS-CT-CHAL-ID(CT-IDX) = SPACES
                   GO TO V4-PARA-CHECK-ENTRY-EXIT
               END-IF
               MOVE WS-CT-CHAL-ID(CT-IDX) TO WS-CHAL-ENTRY
               PERFORM K4-PARA-FIND-CHALLENGE
               IF NOT WS-FOUND
                   STRING 'CATALOG ANSWER ' DELIMITED BY SIZE
                          WS-CT-ANSWER(CT-IDX) DELIMITED BY SPACE
                          ' NAMES UNDEFINED CHALLENGE '
                              DELIMITED BY SIZE
                          WS-CT-CHAL-ID(CT-IDX) DELIMITED BY SPACE
                          INTO WS-PROBLEM-LINE
                   END-STRING
               ELSE
                   IF WS-DF-STATUS(DF-IDX) NOT = 'R'
                       AND (WS-CT-ROUND(CT-IDX) = 0
                            OR WS-CT-ROUND(CT-IDX)
                               > WS-DF-ROUNDS(DF-IDX))
                       STRING 'CATALOG ANSWER ' DELIMITED BY SIZE
                              WS-CT-ANSWER(CT-IDX) DELIMITED BY SPACE
                              ' ROUND ' DELIMITED BY SIZE
                              WS-CT-ROUND(CT-IDX) DELIMITED BY SIZE
                              ' IS OUTSIDE ' DELIMITED BY SIZE
                              WS-CT-CHAL-ID(CT-IDX) DELIMITED BY SPACE
                              ' ROUNDS' DELIMITED BY SIZE
                              INTO WS-PROBLEM-LINE
                       END-STRING
                   END-IF
               END-IF
               IF WS-PROBLEM-LINE NOT = SPACES
                   PERFORM V9-PARA-SHOW-PROBLEM
               END-IF.
           V4-PARA-CHECK-ENTRY-EXIT.
               EXIT.

           V9-PARA-SHOW-PROBLEM.
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY '** ' WS-PROBLEM-LINE.

       COPY OPERPA.
       COPY CHGQPA.
       COPY FILESTPA.
