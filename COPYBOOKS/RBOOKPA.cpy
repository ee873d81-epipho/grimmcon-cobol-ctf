      *> RBOOKPA.cpy
      *>   Finds the run-book entry for WS-RB-PROGRAM-ID and
      *>   WS-RB-FAILURE-TYPE in one pass over the run-book: each
      *>   line is ranked by how closely its key matches, a better
      *>   rank discards what was gathered so far, and lines of the
      *>   best rank are kept.  A missing run-book is simply no
      *>   entry found -- the failure is still reported, just
      *>   without instructions.  Requires RBOOKWS in
      *>   WORKING-STORAGE and RBOOKFC / RBOOKFD in FILE-CONTROL and
      *>   the FILE SECTION.
       8670-LOOKUP-RUNBOOK.
           MOVE 'N' TO WS-RB-FOUND-SW
           MOVE 'N' TO WS-RB-EOF-SW
           MOVE 0 TO WS-RB-BEST-RANK
           MOVE 0 TO WS-RB-STEP-COUNT
           MOVE SPACES TO WS-RB-REFERENCE
           MOVE SPACES TO WS-RB-ESCALATION
           MOVE SPACES TO WS-RB-HEAD-LINE
           MOVE SPACES TO WS-RB-STEP-TABLE
           OPEN INPUT RUNBOOK-FILE
           IF WS-RB-STATUS NOT = '00'
               GO TO 8670-LOOKUP-RUNBOOK-EXIT
           END-IF
           PERFORM 8675-READ-ONE-RUNBOOK UNTIL WS-RB-SCAN-DONE
           CLOSE RUNBOOK-FILE
           IF WS-RB-BEST-RANK > 0
               SET WS-RB-FOUND TO TRUE
               STRING 'RUNBOOK ' DELIMITED BY SIZE
                      WS-RB-REFERENCE DELIMITED BY SPACE
                      '  ESCALATE TO ' DELIMITED BY SIZE
                      WS-RB-ESCALATION DELIMITED BY SIZE
                      INTO WS-RB-HEAD-LINE
               END-STRING
           END-IF.
       8670-LOOKUP-RUNBOOK-EXIT.
           EXIT.

       8675-READ-ONE-RUNBOOK.
           READ RUNBOOK-FILE
               AT END SET WS-RB-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RB-PROGRAM-ID = WS-RB-PROGRAM-ID
                           AND RB-FAILURE-TYPE = WS-RB-FAILURE-TYPE
                           MOVE 4 TO WS-RB-THIS-RANK
                       WHEN RB-PROGRAM-ID = WS-RB-PROGRAM-ID
                           AND RB-FAILURE-TYPE = '*'
                           MOVE 3 TO WS-RB-THIS-RANK
                       WHEN RB-PROGRAM-ID = '*'
                           AND RB-FAILURE-TYPE = WS-RB-FAILURE-TYPE
                           MOVE 2 TO WS-RB-THIS-RANK
                       WHEN RB-PROGRAM-ID = '*'
                           AND RB-FAILURE-TYPE = '*'
                           MOVE 1 TO WS-RB-THIS-RANK
                       WHEN OTHER
                           MOVE 0 TO WS-RB-THIS-RANK
                   END-EVALUATE
                   IF WS-RB-THIS-RANK > WS-RB-BEST-RANK
                       MOVE WS-RB-THIS-RANK TO WS-RB-BEST-RANK
                       MOVE 0 TO WS-RB-STEP-COUNT
                       MOVE SPACES TO WS-RB-REFERENCE
                       MOVE SPACES TO WS-RB-ESCALATION
                       MOVE SPACES TO WS-RB-STEP-TABLE
                   END-IF
                   IF WS-RB-THIS-RANK = WS-RB-BEST-RANK
                       AND WS-RB-THIS-RANK > 0
                       IF RB-LINE-NO = 0
                           MOVE RB-REFERENCE TO WS-RB-REFERENCE
                           MOVE RB-ESCALATION TO WS-RB-ESCALATION
                       ELSE
                           IF WS-RB-STEP-COUNT < 9
                               ADD 1 TO WS-RB-STEP-COUNT
                               MOVE SPACES TO
                                   WS-RB-STEP-TEXT(WS-RB-STEP-COUNT)
                               STRING RB-LINE-NO DELIMITED BY SIZE
                                      '. ' DELIMITED BY SIZE
                                      RB-TEXT DELIMITED BY SIZE
                                      INTO WS-RB-STEP-TEXT
                                          (WS-RB-STEP-COUNT)
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
           END-READ.
