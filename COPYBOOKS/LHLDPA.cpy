      *> LHLDPA.cpy
      *>   8480-LOAD-LEGAL-HOLDS loads every hold on LEGLHOLD still in
      *>   force on the run date into the table (LHLDWS); released
      *>   holds are only counted.  A missing register leaves the
      *>   table empty and nothing is held.  8485-CHECK-LEGAL-HOLD
      *>   tests the record keys the caller filled against every
      *>   hold: held when any hold's key matches and the record's
      *>   date (when known) falls inside that hold's evidence
      *>   period.  Every matching hold counts the record.
      *>   8488-EXTRACT-TEXT-USERID pulls the u= value out of a
      *>   request line moved to WS-LH-TEXT into WS-LH-USERID, for
      *>   the logs that carry the account only inside the request.
      *>   8487-CHECK-DAY-HOLD and 8489-CHECK-LOG-LINE-HOLD serve the
      *>   dated REQLOGyyyymmdd.LOG files, which age as whole days:
      *>   the day is held when a site hold's evidence period covers
      *>   it (the log names no site, so any day may carry that
      *>   site's traffic -- an unbounded site hold keeps them all),
      *>   or when any line the caller moves to WS-LH-TEXT matches a
      *>   hold -- the SENT-BY trailer by correlation ID and
      *>   engagement, the request line by its u= userid.
      *>   Requires LHLDWS, LHLDFC / LHLDFD, and FILESTWS with
      *>   WS-FS-PROGRAM-ID set.
       8480-LOAD-LEGAL-HOLDS.
           ACCEPT WS-LH-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-LH-COUNT WS-LH-RELEASED-COUNT
           MOVE 'N' TO WS-LH-EOF-SW
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LH-STATUS = '00'
               PERFORM 8482-READ-ONE-HOLD UNTIL END-OF-LEGAL-HOLDS
               CLOSE LEGAL-HOLD-FILE
           END-IF.
       8480-LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

       8482-READ-ONE-HOLD.
           READ LEGAL-HOLD-FILE
               AT END SET END-OF-LEGAL-HOLDS TO TRUE
               NOT AT END
                   MOVE LH-RELEASE-DATE TO WS-LH-DATE-X
                   IF WS-LH-DATE-X IS NOT NUMERIC
                       MOVE 0 TO WS-LH-DATE-N
                   END-IF
                   IF LH-HOLD-ID = SPACES OR LH-HOLD-ID(1:1) = '*'
                       CONTINUE
                   ELSE
                       IF WS-LH-DATE-N NOT = 0
                           AND WS-LH-DATE-N < WS-LH-TODAY
                           ADD 1 TO WS-LH-RELEASED-COUNT
                       ELSE
                           IF WS-LH-COUNT < 200
                               ADD 1 TO WS-LH-COUNT
                               SET LH-IDX TO WS-LH-COUNT
                               PERFORM 8483-STORE-ONE-HOLD
                           ELSE
                               DISPLAY WS-FS-PROGRAM-ID
                                       ': LEGAL HOLD TABLE FULL -- '
                                       LH-HOLD-ID ' NOT LOADED'
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8483-STORE-ONE-HOLD.
           MOVE WS-LH-DATE-N TO WS-LH-T-RELEASE(LH-IDX)
           MOVE LH-HOLD-ID TO WS-LH-T-ID(LH-IDX)
           MOVE LH-HOLD-TYPE TO WS-LH-T-TYPE(LH-IDX)
           MOVE LH-HOLD-KEY TO WS-LH-T-KEY(LH-IDX)
           MOVE LH-PLACED-BY TO WS-LH-T-PLACED-BY(LH-IDX)
           MOVE LH-REASON TO WS-LH-T-REASON(LH-IDX)
           MOVE 0 TO WS-LH-T-HITS(LH-IDX)
           MOVE 0 TO WS-LH-T-CORR-FROM(LH-IDX) WS-LH-T-CORR-TO(LH-IDX)
           IF LH-CORR-FROM IS NUMERIC
               MOVE LH-CORR-FROM TO WS-LH-T-CORR-FROM(LH-IDX)
               MOVE LH-CORR-FROM TO WS-LH-T-CORR-TO(LH-IDX)
           END-IF
           IF LH-HOLD-TYPE = 'C' AND LH-CORR-TO IS NUMERIC
               MOVE LH-CORR-TO TO WS-LH-T-CORR-TO(LH-IDX)
           END-IF
           MOVE LH-FROM-DATE TO WS-LH-DATE-X
           IF WS-LH-DATE-X IS NOT NUMERIC
               MOVE 0 TO WS-LH-DATE-N
           END-IF
           MOVE WS-LH-DATE-N TO WS-LH-T-FROM(LH-IDX)
           MOVE LH-TO-DATE TO WS-LH-DATE-X
           IF WS-LH-DATE-X IS NOT NUMERIC
               MOVE 0 TO WS-LH-DATE-N
           END-IF
           MOVE WS-LH-DATE-N TO WS-LH-T-TO(LH-IDX)
           MOVE LH-PLACED-DATE TO WS-LH-DATE-X
           IF WS-LH-DATE-X IS NOT NUMERIC
               MOVE 0 TO WS-LH-DATE-N
           END-IF
           MOVE WS-LH-DATE-N TO WS-LH-T-PLACED-ON(LH-IDX).

       8485-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LH-HELD-SW
           MOVE SPACES TO WS-LH-HIT-ID
           PERFORM 8486-CHECK-ONE-HOLD
               VARYING LH-IDX FROM 1 BY 1
               UNTIL LH-IDX > WS-LH-COUNT.
       8485-CHECK-LEGAL-HOLD-EXIT.
           EXIT.

       8486-CHECK-ONE-HOLD.
           IF WS-LH-REC-DATE NOT = 0
               AND ((WS-LH-T-FROM(LH-IDX) NOT = 0
                     AND WS-LH-REC-DATE < WS-LH-T-FROM(LH-IDX))
                 OR (WS-LH-T-TO(LH-IDX) NOT = 0
                     AND WS-LH-REC-DATE > WS-LH-T-TO(LH-IDX)))
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-LH-T-TYPE(LH-IDX) = 'E'
                        AND WS-LH-ENGAGEMENT NOT = SPACES
                        AND WS-LH-ENGAGEMENT = WS-LH-T-KEY(LH-IDX)
                   WHEN WS-LH-T-TYPE(LH-IDX) = 'S'
                        AND WS-LH-SITE NOT = SPACES
                        AND WS-LH-SITE = WS-LH-T-KEY(LH-IDX)
                   WHEN WS-LH-T-TYPE(LH-IDX) = 'U'
                        AND WS-LH-USERID NOT = SPACES
                        AND WS-LH-USERID = WS-LH-T-KEY(LH-IDX)
                   WHEN (WS-LH-T-TYPE(LH-IDX) = 'C'
                         OR WS-LH-T-TYPE(LH-IDX) = 'F')
                        AND WS-LH-CORR-ID NOT = 0
                        AND WS-LH-CORR-ID NOT < WS-LH-T-CORR-FROM(LH-IDX)
                        AND WS-LH-CORR-ID NOT > WS-LH-T-CORR-TO(LH-IDX)
                       SET WS-UNDER-HOLD TO TRUE
                       ADD 1 TO WS-LH-T-HITS(LH-IDX)
                       IF WS-LH-HIT-ID = SPACES
                           MOVE WS-LH-T-ID(LH-IDX) TO WS-LH-HIT-ID
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       8487-CHECK-DAY-HOLD.
           MOVE 'N' TO WS-LH-HELD-SW
           MOVE SPACES TO WS-LH-HIT-ID
           PERFORM VARYING LH-IDX FROM 1 BY 1
                   UNTIL LH-IDX > WS-LH-COUNT
               IF WS-LH-T-TYPE(LH-IDX) = 'S'
                   AND (WS-LH-T-FROM(LH-IDX) = 0
                        OR WS-LH-REC-DATE NOT < WS-LH-T-FROM(LH-IDX))
                   AND (WS-LH-T-TO(LH-IDX) = 0
                        OR WS-LH-REC-DATE NOT > WS-LH-T-TO(LH-IDX))
                   SET WS-UNDER-HOLD TO TRUE
                   ADD 1 TO WS-LH-T-HITS(LH-IDX)
                   IF WS-LH-HIT-ID = SPACES
                       MOVE WS-LH-T-ID(LH-IDX) TO WS-LH-HIT-ID
                   END-IF
               END-IF
           END-PERFORM.
       8487-CHECK-DAY-HOLD-EXIT.
           EXIT.

       8489-CHECK-LOG-LINE-HOLD.
           MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-SITE WS-LH-USERID
           MOVE 0 TO WS-LH-CORR-ID
           IF WS-LH-TEXT(1:9) = 'SENT-BY: '
               IF WS-LH-TEXT(25:8) IS NUMERIC
                   MOVE WS-LH-TEXT(25:8) TO WS-LH-CORR-ID
               END-IF
               MOVE WS-LH-TEXT(39:8) TO WS-LH-ENGAGEMENT
           ELSE
               PERFORM 8488-EXTRACT-TEXT-USERID THRU
                   8488-EXTRACT-TEXT-USERID-EXIT
           END-IF
           PERFORM 8485-CHECK-LEGAL-HOLD THRU 8485-CHECK-LEGAL-HOLD-EXIT.
       8489-CHECK-LOG-LINE-HOLD-EXIT.
           EXIT.

      *>   Request lines carry the account as u=<userid>, ending at
      *>   the next & or space.
       8488-EXTRACT-TEXT-USERID.
           MOVE SPACES TO WS-LH-USERID
           PERFORM VARYING WS-LH-POS FROM 1 BY 1
                   UNTIL WS-LH-POS > 130 OR WS-LH-USERID NOT = SPACES
               IF WS-LH-TEXT(WS-LH-POS:2) = 'u='
                   AND (WS-LH-POS = 1
                        OR WS-LH-TEXT(WS-LH-POS - 1:1) = '?'
                        OR WS-LH-TEXT(WS-LH-POS - 1:1) = '&')
                   MOVE 0 TO WS-LH-LEN
                   PERFORM VARYING WS-LH-END FROM WS-LH-POS BY 1
                           UNTIL WS-LH-END > 130 OR WS-LH-LEN > 20
                              OR WS-LH-TEXT(WS-LH-END + 2:1) = '&'
                              OR WS-LH-TEXT(WS-LH-END + 2:1) = SPACE
                       ADD 1 TO WS-LH-LEN
                   END-PERFORM
                   IF WS-LH-LEN > 0 AND WS-LH-LEN NOT > 20
                       MOVE WS-LH-TEXT(WS-LH-POS + 2:WS-LH-LEN)
                           TO WS-LH-USERID
                   END-IF
               END-IF
           END-PERFORM.
       8488-EXTRACT-TEXT-USERID-EXIT.
           EXIT.
