      *> SUPRPA.cpy
      *>   8771-LOAD-SUPPRESSIONS loads every line of SUPPREG into
      *>   the table (SUPRWS) and marks which are in force on the run
      *>   date; a missing register leaves the table empty and
      *>   nothing is suppressed.  8774-CHECK-SUPPRESSION tests the
      *>   keys the caller filled against every suppression in force,
      *>   first match wins; a match is counted against the
      *>   suppression and written to the SUPPHIT hit log.  A hit log
      *>   that cannot be written must not take the caller down --
      *>   the record is still suppressed and the failure is noted on
      *>   the console.  Requires SUPRWS in WORKING-STORAGE and
      *>   SUPRFC / SUPRFD in FILE-CONTROL and the FILE SECTION.
       8771-LOAD-SUPPRESSIONS.
           ACCEPT WS-XS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-XS-COUNT WS-XS-ACTIVE-COUNT
           MOVE 'N' TO WS-XS-EOF-SW
           OPEN INPUT SUPPRESSION-FILE
           IF WS-XS-STATUS = '00' OR WS-XS-STATUS = '05'
               PERFORM 8772-READ-ONE-SUPPRESSION
                   UNTIL END-OF-SUPPRESSIONS
               CLOSE SUPPRESSION-FILE
           END-IF
           SET WS-XS-LOADED TO TRUE.
       8771-LOAD-SUPPRESSIONS-EXIT.
           EXIT.

       8772-READ-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END SET END-OF-SUPPRESSIONS TO TRUE
               NOT AT END
                   IF XS-SUPP-ID = SPACES OR XS-SUPP-ID(1:1) = '*'
                       CONTINUE
                   ELSE
                       IF WS-XS-COUNT < 200
                           ADD 1 TO WS-XS-COUNT
                           SET XS-IDX TO WS-XS-COUNT
                           PERFORM 8773-STORE-ONE-SUPPRESSION
                       ELSE
                           DISPLAY 'SUPPREG: SUPPRESSION TABLE FULL -- '
                                   XS-SUPP-ID ' NOT LOADED'
                       END-IF
                   END-IF
           END-READ.

       8773-STORE-ONE-SUPPRESSION.
           MOVE XS-SUPP-ID TO WS-XS-T-ID(XS-IDX)
           MOVE XS-PROGRAM TO WS-XS-T-PROGRAM(XS-IDX)
           MOVE XS-SITE TO WS-XS-T-SITE(XS-IDX)
           MOVE XS-USERID TO WS-XS-T-USERID(XS-IDX)
           MOVE XS-RESP-CODE TO WS-XS-T-RESP-CODE(XS-IDX)
           MOVE XS-TEXT TO WS-XS-T-TEXT(XS-IDX)
           MOVE XS-APPROVED-BY TO WS-XS-T-APPROVED-BY(XS-IDX)
           MOVE XS-JUSTIFICATION TO WS-XS-T-JUSTIFY(XS-IDX)
           MOVE 0 TO WS-XS-T-HITS(XS-IDX)
           MOVE 0 TO WS-XS-T-TEXT-LEN(XS-IDX)
           PERFORM VARYING WS-XS-TALLY FROM 20 BY -1
                   UNTIL WS-XS-TALLY = 0
                      OR WS-XS-T-TEXT-LEN(XS-IDX) > 0
               IF XS-TEXT(WS-XS-TALLY:1) NOT = SPACE
                   MOVE WS-XS-TALLY TO WS-XS-T-TEXT-LEN(XS-IDX)
               END-IF
           END-PERFORM
           MOVE XS-APPROVED-ON TO WS-XS-DATE-X
           IF WS-XS-DATE-X IS NOT NUMERIC
               MOVE 0 TO WS-XS-DATE-N
           END-IF
           MOVE WS-XS-DATE-N TO WS-XS-T-APPROVED-ON(XS-IDX)
           MOVE XS-EXPIRES TO WS-XS-DATE-X
           IF WS-XS-DATE-X IS NOT NUMERIC
               MOVE 0 TO WS-XS-DATE-N
           END-IF
           MOVE WS-XS-DATE-N TO WS-XS-T-EXPIRES(XS-IDX)
           EVALUATE TRUE
               WHEN XS-PROGRAM = SPACES AND XS-SITE = SPACES
                    AND XS-USERID = SPACES AND XS-RESP-CODE = SPACES
                    AND XS-TEXT = SPACES
                   MOVE 'C' TO WS-XS-T-STATE(XS-IDX)
               WHEN WS-XS-DATE-N = 0
                   MOVE 'N' TO WS-XS-T-STATE(XS-IDX)
               WHEN WS-XS-DATE-N < WS-XS-TODAY
                   MOVE 'X' TO WS-XS-T-STATE(XS-IDX)
               WHEN OTHER
                   MOVE 'A' TO WS-XS-T-STATE(XS-IDX)
                   ADD 1 TO WS-XS-ACTIVE-COUNT
           END-EVALUATE.

       8774-CHECK-SUPPRESSION.
           IF NOT WS-XS-LOADED
               PERFORM 8771-LOAD-SUPPRESSIONS THRU
                   8771-LOAD-SUPPRESSIONS-EXIT
           END-IF
           MOVE 'N' TO WS-XS-SUPPRESSED-SW
           MOVE SPACES TO WS-XS-HIT-ID
           IF WS-XS-ACTIVE-COUNT > 0
               PERFORM 8775-CHECK-ONE-SUPPRESSION
                   VARYING XS-IDX FROM 1 BY 1
                   UNTIL XS-IDX > WS-XS-COUNT OR WS-XS-SUPPRESSED
           END-IF
           IF WS-XS-SUPPRESSED
               PERFORM 8776-LOG-SUPPRESSION-HIT THRU
                   8776-LOG-SUPPRESSION-HIT-EXIT
           END-IF.
       8774-CHECK-SUPPRESSION-EXIT.
           EXIT.

       8775-CHECK-ONE-SUPPRESSION.
           IF WS-XS-T-IN-FORCE(XS-IDX)
               AND (WS-XS-T-PROGRAM(XS-IDX) = SPACES
                    OR WS-XS-T-PROGRAM(XS-IDX) = WS-XS-KEY-PROGRAM)
               AND (WS-XS-T-SITE(XS-IDX) = SPACES
                    OR WS-XS-T-SITE(XS-IDX) = WS-XS-KEY-SITE)
               AND (WS-XS-T-USERID(XS-IDX) = SPACES
                    OR WS-XS-T-USERID(XS-IDX) = WS-XS-KEY-USERID)
               AND (WS-XS-T-RESP-CODE(XS-IDX) = SPACES
                    OR WS-XS-T-RESP-CODE(XS-IDX) = WS-XS-KEY-RESP-CODE)
               MOVE 0 TO WS-XS-TALLY
               IF WS-XS-T-TEXT-LEN(XS-IDX) > 0
                   INSPECT WS-XS-KEY-TEXT TALLYING WS-XS-TALLY
                       FOR ALL WS-XS-T-TEXT(XS-IDX)
                               (1:WS-XS-T-TEXT-LEN(XS-IDX))
               ELSE
                   MOVE 1 TO WS-XS-TALLY
               END-IF
               IF WS-XS-TALLY > 0
                   SET WS-XS-SUPPRESSED TO TRUE
                   MOVE WS-XS-T-ID(XS-IDX) TO WS-XS-HIT-ID
                   ADD 1 TO WS-XS-T-HITS(XS-IDX)
               END-IF
           END-IF.

       8776-LOG-SUPPRESSION-HIT.
           OPEN EXTEND SUPPRESSION-HIT-FILE
           IF WS-XS-HIT-STATUS = '00' OR WS-XS-HIT-STATUS = '05'
               MOVE SPACES TO SUPPRESSION-HIT-RECORD
               MOVE WS-XS-TODAY TO XP-DATE
               MOVE WS-XS-HIT-ID TO XP-SUPP-ID
               MOVE WS-XS-VIEW TO XP-VIEW
               MOVE WS-XS-KEY-PROGRAM TO XP-PROGRAM
               MOVE WS-XS-REF TO XP-KEY
               WRITE SUPPRESSION-HIT-RECORD
               CLOSE SUPPRESSION-HIT-FILE
           ELSE
               DISPLAY WS-XS-KEY-PROGRAM
                       ': SUPPRESSION HIT LOG NOT WRITABLE, STATUS '
                       WS-XS-HIT-STATUS ' -- ' WS-XS-HIT-ID
                       ' HIT NOT LOGGED'
           END-IF.
       8776-LOG-SUPPRESSION-HIT-EXIT.
           EXIT.
