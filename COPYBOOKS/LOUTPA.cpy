      *> LOUTPA.cpy
      *>   Shared login-outcome classification, used by DUMBO,
      *>   MICKEY, PLUTO, FINDVRFY, LOGNPROB, and REUSEPRB.
      *>   Requires LOUTWS, the LOUTFC / LOUTFD entries, CORRWS
      *>   (WS-CORR-ID), and WS-FS-PROGRAM-ID from FILESTWS.
      *>   8490-LOAD-LOGIN-OUTCOMES loads LOGNOUTC once; a rule with
      *>   an unknown type or outcome, or a redirect or text rule
      *>   with no value, is skipped.
      *>   8494-CLASSIFY-LOGIN-OUTCOME sets WS-LO-OUTCOME for the
      *>   response described in WS-LO-SITE / WS-LO-CODE /
      *>   WS-LO-FIRST-CODE / WS-LO-TEXT (see LOUTWS).
       8490-LOAD-LOGIN-OUTCOMES.
           MOVE 0 TO WS-LO-COUNT
           MOVE 'N' TO WS-LO-EOF-SW
           OPEN INPUT LOGIN-OUTCOME-FILE
           IF WS-LO-STATUS = '00'
               PERFORM 8491-READ-ONE-OUTCOME UNTIL END-OF-LOGIN-OUTCOMES
               CLOSE LOGIN-OUTCOME-FILE
           END-IF.
       8490-LOAD-LOGIN-OUTCOMES-EXIT.
           EXIT.

       8491-READ-ONE-OUTCOME.
           READ LOGIN-OUTCOME-FILE
               AT END SET END-OF-LOGIN-OUTCOMES TO TRUE
               NOT AT END
                   IF LO-SITE-NAME NOT = SPACES
                       AND (LO-TYPE = 'C' OR LO-TYPE = 'L'
                            OR LO-TYPE = 'T')
                       AND (LO-OUTCOME = 'S' OR LO-OUTCOME = 'F'
                            OR LO-OUTCOME = 'L' OR LO-OUTCOME = 'E'
                            OR LO-OUTCOME = 'M')
                       AND (LO-TYPE = 'C' OR LO-VALUE NOT = SPACES)
                       AND (LO-TYPE NOT = 'C' OR LO-CODE NOT = SPACES)
                       IF WS-LO-COUNT < 200
                           ADD 1 TO WS-LO-COUNT
                           SET LO-IDX TO WS-LO-COUNT
                           MOVE LO-SITE-NAME TO WS-LO-T-SITE(LO-IDX)
                           MOVE LO-CODE TO WS-LO-T-CODE(LO-IDX)
                           MOVE LO-TYPE TO WS-LO-T-TYPE(LO-IDX)
                           MOVE LO-OUTCOME TO WS-LO-T-OUTCOME(LO-IDX)
                           MOVE LO-VALUE TO WS-LO-T-VALUE-UP(LO-IDX)
                           INSPECT WS-LO-T-VALUE-UP(LO-IDX)
                               CONVERTING WS-LO-LOWER TO WS-LO-UPPER
                           MOVE 40 TO WS-LO-LEN
                           PERFORM UNTIL WS-LO-LEN = 1
                                  OR LO-VALUE(WS-LO-LEN:1) NOT = SPACE
                               SUBTRACT 1 FROM WS-LO-LEN
                           END-PERFORM
                           MOVE WS-LO-LEN TO WS-LO-T-VALUE-LEN(LO-IDX)
                       ELSE
                           DISPLAY WS-FS-PROGRAM-ID
                                   ': LOGNOUTC TABLE FULL -- RULE '
                                   'IGNORED FOR ' LO-SITE-NAME
                       END-IF
                   END-IF
           END-READ.

       8494-CLASSIFY-LOGIN-OUTCOME.
           MOVE SPACES TO WS-LO-OUTCOME
           MOVE 'N' TO WS-LO-MATCH-SW
           IF WS-LO-CODE = SPACES
               SET WS-LO-ERROR TO TRUE
               GO TO 8494-CLASSIFY-LOGIN-OUTCOME-EXIT
           END-IF
           IF WS-LO-SITE = SPACES
               MOVE 'DEFAULT' TO WS-LO-SITE
           END-IF
           IF WS-LO-FIRST-CODE = SPACES
               MOVE WS-LO-CODE TO WS-LO-FIRST-CODE
           END-IF
           MOVE WS-LO-TEXT TO WS-LO-TEXT-UP
           INSPECT WS-LO-TEXT-UP CONVERTING WS-LO-LOWER TO WS-LO-UPPER
           MOVE WS-LO-SITE TO WS-LO-PASS-SITE
           PERFORM 8495-TRY-ONE-OUTCOME
               VARYING LO-IDX FROM 1 BY 1
               UNTIL LO-IDX > WS-LO-COUNT OR WS-LO-MATCHED
           IF NOT WS-LO-MATCHED AND WS-LO-SITE NOT = 'DEFAULT'
               MOVE 'DEFAULT' TO WS-LO-PASS-SITE
               PERFORM 8495-TRY-ONE-OUTCOME
                   VARYING LO-IDX FROM 1 BY 1
                   UNTIL LO-IDX > WS-LO-COUNT OR WS-LO-MATCHED
           END-IF
           IF NOT WS-LO-MATCHED
               IF WS-LO-CODE = '200'
                   SET WS-LO-SUCCESS TO TRUE
               ELSE
                   SET WS-LO-FAIL TO TRUE
               END-IF
               IF WS-LO-COUNT > 0
                   PERFORM 8496-LOG-UNMATCHED
               END-IF
           END-IF.
       8494-CLASSIFY-LOGIN-OUTCOME-EXIT.
           EXIT.

      *>   A rule's code, when given, must equal the landing code;
      *>   a redirect rule also needs the first answer to have been
      *>   a 3xx, and looks in the text that answer carried.
       8495-TRY-ONE-OUTCOME.
           IF WS-LO-T-SITE(LO-IDX) = WS-LO-PASS-SITE
               AND (WS-LO-T-CODE(LO-IDX) = SPACES
                    OR WS-LO-T-CODE(LO-IDX) = WS-LO-CODE)
               MOVE 0 TO WS-LO-TALLY
               EVALUATE WS-LO-T-TYPE(LO-IDX)
                   WHEN 'C'
                       MOVE 1 TO WS-LO-TALLY
                   WHEN 'L'
                       IF WS-LO-FIRST-CODE(1:1) = '3'
                           INSPECT WS-LO-TEXT-UP TALLYING WS-LO-TALLY
                               FOR ALL WS-LO-T-VALUE-UP(LO-IDX)
                                   (1:WS-LO-T-VALUE-LEN(LO-IDX))
                       END-IF
                   WHEN OTHER
                       INSPECT WS-LO-TEXT-UP TALLYING WS-LO-TALLY
                           FOR ALL WS-LO-T-VALUE-UP(LO-IDX)
                               (1:WS-LO-T-VALUE-LEN(LO-IDX))
               END-EVALUATE
               IF WS-LO-TALLY > 0
                   SET WS-LO-MATCHED TO TRUE
                   MOVE WS-LO-T-OUTCOME(LO-IDX) TO WS-LO-OUTCOME
               END-IF
           END-IF.

       8496-LOG-UNMATCHED.
           ADD 1 TO WS-LO-UNMATCHED
           OPEN EXTEND LOGIN-MISS-FILE
           IF WS-LX-STATUS = '00' OR WS-LX-STATUS = '05'
               MOVE SPACES TO LOGIN-MISS-RECORD
               ACCEPT LX-DATE FROM DATE YYYYMMDD
               MOVE WS-FS-PROGRAM-ID TO LX-PROGRAM-ID
               MOVE WS-LO-SITE TO LX-SITE-NAME
               MOVE WS-CORR-ID TO LX-CORR-ID
               MOVE WS-LO-FIRST-CODE TO LX-FIRST-CODE
               MOVE WS-LO-CODE TO LX-CODE
               MOVE WS-LO-OUTCOME TO LX-OUTCOME
               MOVE WS-LO-TEXT TO LX-TEXT
               WRITE LOGIN-MISS-RECORD
               CLOSE LOGIN-MISS-FILE
           END-IF.
