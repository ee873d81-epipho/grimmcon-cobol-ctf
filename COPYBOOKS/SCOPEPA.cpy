      *>   the other control files follow.  8450-CHECK-SCOPE tests
      *>   WS-SC-PROGRAM / WS-SC-SITE against every record: in scope
      *>   when any permission covers the business date with a
      *>   matching (or 'ALL') site and program, returning the
      *>   authorizing engagement in WS-SC-ENGAGEMENT.  8455-WRITE-SCOPE-
      *>   EXC records one blocked request on the exception file.
      *>   An engagement on the closed register (ENGCLOSD, written
      *>   by the ENGCLOSE closeout job) authorizes nothing, even
      *>   inside its SCOPEFIL dates.
      *>   Requires SCOPEWS, SCOPEFC / SCOPEFD, HTTPREQ (for the
      *>   blocked request line), the business processing-date
      *>   copybooks, and FILESTWS with WS-FS-PROGRAM-ID set.
       8440-LOAD-SCOPE.
           PERFORM 8446-LOAD-CLOSED-ENG THRU 8446-LOAD-CLOSED-ENG-EXIT
           MOVE 0 TO WS-SC-COUNT
           MOVE 'N' TO WS-SC-EOF-SW
           OPEN INPUT SCOPE-CONTROL-FILE
           READ SCOPE-CONTROL-FILE
               AT END SET END-OF-SCOPE TO TRUE
               NOT AT END
                   IF WS-SC-COUNT < 500
                       ADD 1 TO WS-SC-COUNT
                       SET SC-IDX TO WS-SC-COUNT
                       MOVE SC-ENGAGEMENT-ID
                           TO WS-SC-T-ENGAGEMENT(SC-IDX)
                       MOVE SC-FROM-DATE TO WS-SC-T-FROM(SC-IDX)
                       MOVE SC-TO-DATE TO WS-SC-T-TO(SC-IDX)
                       MOVE SC-SITE-NAME TO WS-SC-T-SITE(SC-IDX)
                       MOVE SC-PROGRAM-ID TO WS-SC-T-PROGRAM(SC-IDX)
                       MOVE 'N' TO WS-SC-T-CLOSED(SC-IDX)
                       PERFORM VARYING EC-IDX FROM 1 BY 1
                               UNTIL EC-IDX > WS-EC-COUNT
                           IF WS-EC-ENGAGEMENT(EC-IDX) = SC-ENGAGEMENT-ID
                               MOVE 'Y' TO WS-SC-T-CLOSED(SC-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *>   The closed register is small and read once per load; a
      *>   missing ENGCLOSD means no engagement has been closed.
       8446-LOAD-CLOSED-ENG.
           MOVE 0 TO WS-EC-COUNT
           MOVE 'N' TO WS-EC-EOF-SW
           OPEN INPUT ENGAGEMENT-CLOSE-FILE
           IF WS-EC-STATUS = '00'
               PERFORM 8447-READ-ONE-CLOSED UNTIL END-OF-CLOSED-ENG
               CLOSE ENGAGEMENT-CLOSE-FILE
           END-IF.
       8446-LOAD-CLOSED-ENG-EXIT.
           EXIT.

       8447-READ-ONE-CLOSED.
           READ ENGAGEMENT-CLOSE-FILE
               AT END SET END-OF-CLOSED-ENG TO TRUE
               NOT AT END
                   IF WS-EC-COUNT < 100
                       ADD 1 TO WS-EC-COUNT
                       MOVE EC-ENGAGEMENT-ID
                           TO WS-EC-ENGAGEMENT(WS-EC-COUNT)
                   END-IF
           END-READ.

       8450-CHECK-SCOPE.
           MOVE SPACES TO WS-SC-ENGAGEMENT
           MOVE 'N' TO WS-SC-CLOSED-SW
           IF WS-SC-COUNT = 0
               MOVE 'N' TO WS-SC-SCOPE-SW
           ELSE
           EXIT.

       8452-CHECK-ONE-SCOPE.
           IF (WS-SC-T-SITE(SC-IDX) = WS-SC-SITE
                   OR WS-SC-T-SITE(SC-IDX) = 'ALL')
               AND (WS-SC-T-PROGRAM(SC-IDX) = WS-SC-PROGRAM
                   OR WS-SC-T-PROGRAM(SC-IDX) = 'ALL')
               IF WS-BIZ-DATE >= WS-SC-T-FROM(SC-IDX)
                   AND WS-BIZ-DATE <= WS-SC-T-TO(SC-IDX)
                   AND WS-SC-T-CLOSED(SC-IDX) NOT = 'Y'
                   MOVE 'I' TO WS-SC-SCOPE-SW
                   MOVE WS-SC-T-ENGAGEMENT(SC-IDX)
                       TO WS-SC-ENGAGEMENT
               ELSE
                   IF WS-SC-T-CLOSED(SC-IDX) = 'Y'
                       AND WS-BIZ-DATE >= WS-SC-T-FROM(SC-IDX)
                       AND WS-BIZ-DATE <= WS-SC-T-TO(SC-IDX)
                       MOVE 'Y' TO WS-SC-CLOSED-SW
                       MOVE WS-SC-T-ENGAGEMENT(SC-IDX)
                           TO WS-SC-ENGAGEMENT
                   END-IF
                   IF WS-SC-ENGAGEMENT = SPACES
                       MOVE WS-SC-T-ENGAGEMENT(SC-IDX)
                           TO WS-SC-ENGAGEMENT
                   END-IF
               END-IF
           END-IF.

       8455-WRITE-SCOPE-EXC.
               MOVE WS-SC-PROGRAM TO SX-PROGRAM-ID
               MOVE WS-SC-SITE TO SX-SITE-NAME
               MOVE GETLINE TO SX-REQUEST-LINE
               MOVE WS-SC-ENGAGEMENT TO SX-ENGAGEMENT-ID
               WRITE SCOPE-EXC-RECORD
               CLOSE SCOPE-EXC-FILE
           END-IF
           IF WS-SC-ENG-CLOSED
               DISPLAY WS-FS-PROGRAM-ID
                       ': BLOCKED WORK FOR SITE ' WS-SC-SITE
                       ' -- ENGAGEMENT ' WS-SC-ENGAGEMENT ' IS CLOSED'
           ELSE
               DISPLAY WS-FS-PROGRAM-ID
                       ': BLOCKED OUT-OF-SCOPE WORK FOR SITE '
                       WS-SC-SITE
           END-IF.
       8455-WRITE-SCOPE-EXC-EXIT.
           EXIT.
