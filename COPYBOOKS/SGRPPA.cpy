      *> SGRPPA.cpy
      *>   Site selection by site or group name.  Requires SGRPWS in
      *>   WORKING-STORAGE, SGRPFC / SGRPFD in FILE-CONTROL and the
      *>   FILE SECTION, and the central parameter lookup (PARMFC,
      *>   PARMFD, PARMWS, PARMPA).  The caller's parameter keys are
      *>   put back after the SITE-SEL lookup, so resolving the
      *>   selection never disturbs a lookup in progress.
       8781-RESOLVE-SITE-SELECTION.
           MOVE SPACES TO WS-GS-SELECTION
           OPEN INPUT SITE-SELECT-FILE
           IF WS-GS-SEL-STATUS = '00'
               READ SITE-SELECT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GS-SEL-PROGRAM-ID = WS-GS-PROGRAM-ID
                           MOVE GS-SEL-SELECTION TO WS-GS-SELECTION
                       END-IF
               END-READ
               CLOSE SITE-SELECT-FILE
           END-IF
           IF WS-GS-SELECTION = SPACES
               MOVE WS-PM-PROGRAM-ID TO WS-GS-SAVE-PM-PROGRAM
               MOVE WS-PM-PARM-NAME TO WS-GS-SAVE-PM-NAME
               MOVE WS-GS-PROGRAM-ID TO WS-PM-PROGRAM-ID
               MOVE 'SITE-SEL' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   MOVE WS-PM-PARM-VALUE(1:8) TO WS-GS-SELECTION
               END-IF
               MOVE WS-GS-SAVE-PM-PROGRAM TO WS-PM-PROGRAM-ID
               MOVE WS-GS-SAVE-PM-NAME TO WS-PM-PARM-NAME
           END-IF
           PERFORM 8783-CLASSIFY-SELECTION THRU
               8783-CLASSIFY-SELECTION-EXIT
           EVALUATE TRUE
               WHEN WS-GS-SEL-GROUP
                   DISPLAY WS-GS-PROGRAM-ID ': SITE GROUP '
                           WS-GS-SELECTION ' (' WS-GS-MEMBER-COUNT
                           ' SITES)'
               WHEN WS-GS-SEL-SITE
                   DISPLAY WS-GS-PROGRAM-ID ': SITE '
                           WS-GS-SELECTION ' ONLY'
           END-EVALUATE.
       8781-RESOLVE-SITE-SELECTION-EXIT.
           EXIT.

      *>   Loaded once a run.  A name with no member lines on
      *>   SITEGRP is taken as a site name.
       8782-LOAD-SITE-GROUPS.
           IF WS-GS-GROUPS-LOADED
               GO TO 8782-LOAD-SITE-GROUPS-EXIT
           END-IF
           SET WS-GS-GROUPS-LOADED TO TRUE
           MOVE 0 TO WS-GS-COUNT
           MOVE 0 TO WS-GS-DROPPED-COUNT
           MOVE 'N' TO WS-GS-EOF-SW
           OPEN INPUT SITE-GROUP-FILE
           IF WS-GS-STATUS = '00'
               PERFORM 8785-READ-ONE-GROUP-LINE
                   UNTIL END-OF-SITE-GROUPS
               CLOSE SITE-GROUP-FILE
           END-IF
           IF WS-GS-DROPPED-COUNT > 0
               DISPLAY 'SITEGRP: ' WS-GS-DROPPED-COUNT
                       ' MEMBER LINES PAST 300 NOT LOADED'
           END-IF.
       8782-LOAD-SITE-GROUPS-EXIT.
           EXIT.

       8783-CLASSIFY-SELECTION.
           MOVE SPACE TO WS-GS-SEL-KIND
           MOVE 0 TO WS-GS-MEMBER-COUNT
           MOVE SPACES TO WS-GS-FIRST-MEMBER
           IF WS-GS-SELECTION = SPACES
               GO TO 8783-CLASSIFY-SELECTION-EXIT
           END-IF
           PERFORM 8782-LOAD-SITE-GROUPS THRU
               8782-LOAD-SITE-GROUPS-EXIT
           PERFORM 8786-COUNT-ONE-MEMBER
               VARYING GS-IDX FROM 1 BY 1
               UNTIL GS-IDX > WS-GS-COUNT
           IF WS-GS-MEMBER-COUNT > 0
               SET WS-GS-SEL-GROUP TO TRUE
           ELSE
               SET WS-GS-SEL-SITE TO TRUE
               MOVE 1 TO WS-GS-MEMBER-COUNT
               MOVE WS-GS-SELECTION TO WS-GS-FIRST-MEMBER
           END-IF.
       8783-CLASSIFY-SELECTION-EXIT.
           EXIT.

       8784-CHECK-SITE-SELECTION.
           MOVE 'N' TO WS-GS-MEMBER-SW
           EVALUATE TRUE
               WHEN WS-GS-SEL-ALL
                   MOVE 'Y' TO WS-GS-MEMBER-SW
               WHEN WS-GS-SEL-SITE
                   IF WS-GS-CHECK-SITE = WS-GS-SELECTION
                       MOVE 'Y' TO WS-GS-MEMBER-SW
                   END-IF
               WHEN OTHER
                   PERFORM VARYING GS-IDX FROM 1 BY 1
                           UNTIL GS-IDX > WS-GS-COUNT
                              OR WS-GS-IN-SELECTION
                       IF WS-GS-GROUP(GS-IDX) = WS-GS-SELECTION
                           AND WS-GS-SITE(GS-IDX) = WS-GS-CHECK-SITE
                           MOVE 'Y' TO WS-GS-MEMBER-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       8784-CHECK-SITE-SELECTION-EXIT.
           EXIT.

       8785-READ-ONE-GROUP-LINE.
           READ SITE-GROUP-FILE
               AT END SET END-OF-SITE-GROUPS TO TRUE
               NOT AT END
                   IF GS-GROUP-NAME(1:1) NOT = '*'
                       AND GS-GROUP-NAME NOT = SPACES
                       AND GS-SITE-NAME NOT = SPACES
                       IF WS-GS-COUNT < 300
                           ADD 1 TO WS-GS-COUNT
                           SET GS-IDX TO WS-GS-COUNT
                           MOVE GS-GROUP-NAME TO WS-GS-GROUP(GS-IDX)
                           MOVE GS-SITE-NAME TO WS-GS-SITE(GS-IDX)
                       ELSE
                           ADD 1 TO WS-GS-DROPPED-COUNT
                       END-IF
                   END-IF
           END-READ.

       8786-COUNT-ONE-MEMBER.
           IF WS-GS-GROUP(GS-IDX) = WS-GS-SELECTION
               ADD 1 TO WS-GS-MEMBER-COUNT
               IF WS-GS-MEMBER-COUNT = 1
                   MOVE WS-GS-SITE(GS-IDX) TO WS-GS-FIRST-MEMBER
               END-IF
           END-IF.

      *>   NIGHTLY posts the step's selection before calling it and
      *>   posts a blank one (an empty SITESEL) when it returns.
       8787-POST-RUN-SELECTION.
           OPEN OUTPUT SITE-SELECT-FILE
           IF WS-GS-SEL-STATUS = '00'
               IF WS-GS-SELECTION NOT = SPACES
                   MOVE SPACES TO SITE-SELECT-RECORD
                   MOVE WS-GS-PROGRAM-ID TO GS-SEL-PROGRAM-ID
                   MOVE WS-GS-SELECTION TO GS-SEL-SELECTION
                   WRITE SITE-SELECT-RECORD
               END-IF
               CLOSE SITE-SELECT-FILE
           END-IF.
       8787-POST-RUN-SELECTION-EXIT.
           EXIT.
