      *> FISCPA.cpy
      *>   8330-LOAD-FISCAL-CALENDAR looks up PERIOD-BASIS for the
      *>   program in WS-PM-PROGRAM-ID, then GLOBAL/PERIOD-BASIS; a
      *>   value starting F puts the program on fiscal periods, and
      *>   anything else, or no entry, leaves it on calendar months.
      *>   The fiscal calendar is loaded either way.  8340 finds the
      *>   period holding WS-FP-DATE; 8345 finds period WS-FP-PERIOD
      *>   of fiscal year WS-FP-YEAR.  Requires FISCWS, FISCFC /
      *>   FISCFD, and the PARM copybooks (PARMWS / PARMFC / PARMFD /
      *>   PARMPA) in the calling program.
       8330-LOAD-FISCAL-CALENDAR.
           SET WS-CALENDAR-BASIS TO TRUE
           MOVE 'PERIOD-BASIS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF NOT WS-PM-PARM-FOUND
               MOVE 'GLOBAL' TO WS-PM-PROGRAM-ID
               MOVE 'PERIOD-BASIS' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           END-IF
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:1) = 'F'
               SET WS-FISCAL-BASIS TO TRUE
           END-IF
           MOVE 0 TO WS-FP-COUNT
           MOVE 'N' TO WS-FP-EOF-SW
           OPEN INPUT FISCAL-CAL-FILE
           IF WS-FP-STATUS = '00'
               PERFORM 8335-READ-ONE-FISCAL-PERIOD
                   UNTIL END-OF-FISCAL-CAL
           END-IF
           IF WS-FP-STATUS = '00' OR WS-FP-STATUS = '05'
               OR WS-FP-STATUS = '10'
               CLOSE FISCAL-CAL-FILE
           END-IF.
       8330-LOAD-FISCAL-CALENDAR-EXIT.
           EXIT.

       8335-READ-ONE-FISCAL-PERIOD.
           READ FISCAL-CAL-FILE
               AT END SET END-OF-FISCAL-CAL TO TRUE
               NOT AT END
                   IF FY-FISCAL-YEAR IS NUMERIC
                       AND FY-PERIOD IS NUMERIC
                       AND FY-START-DATE IS NUMERIC
                       AND FY-END-DATE IS NUMERIC
                       AND WS-FP-COUNT < 120
                       ADD 1 TO WS-FP-COUNT
                       SET FP-IDX TO WS-FP-COUNT
                       MOVE FY-FISCAL-YEAR TO WS-FP-T-YEAR(FP-IDX)
                       MOVE FY-PERIOD TO WS-FP-T-PERIOD(FP-IDX)
                       MOVE FY-START-DATE TO WS-FP-T-START(FP-IDX)
                       MOVE FY-END-DATE TO WS-FP-T-END(FP-IDX)
                   END-IF
           END-READ.

       8340-FIND-FISCAL-PERIOD.
           MOVE 'N' TO WS-FP-FOUND-SW
           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > WS-FP-COUNT
                      OR WS-FP-IN-CALENDAR
               IF WS-FP-DATE >= WS-FP-T-START(FP-IDX)
                   AND WS-FP-DATE <= WS-FP-T-END(FP-IDX)
                   SET WS-FP-IN-CALENDAR TO TRUE
                   MOVE WS-FP-T-YEAR(FP-IDX) TO WS-FP-YEAR
                   MOVE WS-FP-T-PERIOD(FP-IDX) TO WS-FP-PERIOD
               END-IF
           END-PERFORM
           IF WS-FP-IN-CALENDAR
               PERFORM 8345-FIND-FISCAL-BY-NUMBER THRU
                   8345-FIND-FISCAL-BY-NUMBER-EXIT
           END-IF.
       8340-FIND-FISCAL-PERIOD-EXIT.
           EXIT.

      *>   A quarter whose first period is missing from the file is
      *>   taken to start with the period asked for.
       8345-FIND-FISCAL-BY-NUMBER.
           MOVE 'N' TO WS-FP-FOUND-SW
           COMPUTE WS-FP-QUARTER = (WS-FP-PERIOD - 1) / 3 + 1
           COMPUTE WS-FP-QTR-FIRST-PERIOD = (WS-FP-QUARTER - 1) * 3 + 1
           MOVE 0 TO WS-FP-QTR-START
           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > WS-FP-COUNT
               IF WS-FP-T-YEAR(FP-IDX) = WS-FP-YEAR
                   IF WS-FP-T-PERIOD(FP-IDX) = WS-FP-PERIOD
                       SET WS-FP-IN-CALENDAR TO TRUE
                       MOVE WS-FP-T-START(FP-IDX) TO WS-FP-START
                       MOVE WS-FP-T-END(FP-IDX) TO WS-FP-END
                   END-IF
                   IF WS-FP-T-PERIOD(FP-IDX) = WS-FP-QTR-FIRST-PERIOD
                       MOVE WS-FP-T-START(FP-IDX) TO WS-FP-QTR-START
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FP-IN-CALENDAR AND WS-FP-QTR-START = 0
               MOVE WS-FP-START TO WS-FP-QTR-START
           END-IF.
       8345-FIND-FISCAL-BY-NUMBER-EXIT.
           EXIT.
