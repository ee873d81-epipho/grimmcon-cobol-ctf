      *> SOWNPA.cpy
      *>   8300-LOAD-SITE-OWNERS loads the site-owner master into the
      *>   site and owner tables; a missing SITEOWN leaves both empty
      *>   and every site unowned.  Records past either table's
      *>   capacity are counted in WS-SO-DROPPED.
      *>   8320-FIND-SITE-OWNER looks WS-SO-SITE up.  Requires SOWNWS
      *>   in WORKING-STORAGE and SOWNFC / SOWNFD in FILE-CONTROL and
      *>   the FILE SECTION.
       8300-LOAD-SITE-OWNERS.
           MOVE 0 TO WS-SO-SITE-COUNT WS-SO-OWNER-COUNT WS-SO-DROPPED
           MOVE 'N' TO WS-SO-EOF-SW
           OPEN INPUT SITE-OWNER-FILE
           IF WS-SO-STATUS = '00'
               PERFORM 8310-READ-ONE-SITE-OWNER
                   UNTIL END-OF-SITE-OWNERS
           END-IF
           IF WS-SO-STATUS = '00' OR WS-SO-STATUS = '05'
               OR WS-SO-STATUS = '10'
               CLOSE SITE-OWNER-FILE
           END-IF.
       8300-LOAD-SITE-OWNERS-EXIT.
           EXIT.

       8310-READ-ONE-SITE-OWNER.
           READ SITE-OWNER-FILE
               AT END SET END-OF-SITE-OWNERS TO TRUE
               NOT AT END
                   IF SO-SITE-NAME NOT = SPACES
                       AND SO-OWNER-ID NOT = SPACES
                       MOVE 0 TO WS-SO-OWNER-IX
                       PERFORM VARYING SOO-IDX FROM 1 BY 1
                               UNTIL SOO-IDX > WS-SO-OWNER-COUNT
                                  OR WS-SO-OWNER-IX > 0
                           IF WS-SO-T-OWNER-ID(SOO-IDX) = SO-OWNER-ID
                               SET WS-SO-OWNER-IX TO SOO-IDX
                           END-IF
                       END-PERFORM
                       IF WS-SO-OWNER-IX = 0 AND WS-SO-OWNER-COUNT < 50
                           ADD 1 TO WS-SO-OWNER-COUNT
                           MOVE WS-SO-OWNER-COUNT TO WS-SO-OWNER-IX
                           SET SOO-IDX TO WS-SO-OWNER-IX
                           MOVE SO-OWNER-ID TO WS-SO-T-OWNER-ID(SOO-IDX)
                           MOVE SO-OWNER-NAME
                               TO WS-SO-T-OWNER-NAME(SOO-IDX)
                           MOVE SO-CONTACT TO WS-SO-T-CONTACT(SOO-IDX)
                       END-IF
                       IF WS-SO-OWNER-IX > 0 AND WS-SO-SITE-COUNT < 200
                           ADD 1 TO WS-SO-SITE-COUNT
                           SET SOS-IDX TO WS-SO-SITE-COUNT
                           MOVE SO-SITE-NAME TO WS-SO-T-SITE(SOS-IDX)
                           MOVE WS-SO-OWNER-IX
                               TO WS-SO-T-OWNER-IX(SOS-IDX)
                       ELSE
                           ADD 1 TO WS-SO-DROPPED
                       END-IF
                   END-IF
           END-READ.

       8320-FIND-SITE-OWNER.
           MOVE 'N' TO WS-SO-FOUND-SW
           MOVE 0 TO WS-SO-OWNER-IX
           PERFORM VARYING SOS-IDX FROM 1 BY 1
                   UNTIL SOS-IDX > WS-SO-SITE-COUNT
                      OR WS-SITE-OWNED
               IF WS-SO-T-SITE(SOS-IDX) = WS-SO-SITE
                   SET WS-SITE-OWNED TO TRUE
                   MOVE WS-SO-T-OWNER-IX(SOS-IDX) TO WS-SO-OWNER-IX
               END-IF
           END-PERFORM.
       8320-FIND-SITE-OWNER-EXIT.
           EXIT.
