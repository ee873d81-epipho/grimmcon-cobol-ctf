      *>               aggregate on file for the date the old scan
      *>               still runs, so a box without DAYAGG behaves
      *>               as before.
      *>   2026-10-15  Can be run for one engagement: with central
      *>               parameter RSPDIST/ENGAGEMENT set, only that
      *>               engagement's results (DAYSUMM cells or raw
      *>               PROBERES records) are tallied, the report names
      *>               the engagement, and the whole-night RSPDPREV
      *>               comparison is neither applied nor replaced. Blank
      *>               or absent reports the whole night as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSPDIST.

              10 DS-PROGRAM-ID      PIC X(8).
              10 DS-SITE-NAME       PIC X(8).
              10 DS-CODE            PIC X(3).
              10 DS-ENGAGEMENT-ID   PIC X(8).
           05 DS-ATTEMPTS           PIC 9(8).
           05 DS-HITS               PIC 9(8).

              88 END-OF-PRIOR-DIST  VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-DELTA-THRESHOLD    PIC 9(3) VALUE 10.
           01 WS-ENGAGEMENT-SEL     PIC X(8) VALUE SPACES.
           01 WS-CELL-COUNT         PIC 9(3) VALUE 0.
           01 WS-CELL-FOUND-SW      PIC X.
           01 WS-WORK-PROGRAM-ID    PIC X(8).
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-DELTA-THRESHOLD
           END-IF
           MOVE 'ENGAGEMENT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-ENGAGEMENT-SEL
           END-IF
      *>   A run selected to one engagement is a slice of the night,
      *>   not the night: it is not compared against, and does not
      *>   replace, the whole-night distribution kept in RSPDPREV.
           IF WS-ENGAGEMENT-SEL = SPACES
               PERFORM 1000-LOAD-PRIOR-DIST
           END-IF
           PERFORM 2000-TALLY-TODAY
           PERFORM 3000-WRITE-REPORT
           IF WS-ENGAGEMENT-SEL = SPACES
               PERFORM 4000-SAVE-TODAY-DIST
           END-IF
           GOBACK.

       1000-LOAD-PRIOR-DIST.
           MOVE LOW-VALUES TO DS-PROGRAM-ID
           MOVE LOW-VALUES TO DS-SITE-NAME
           MOVE LOW-VALUES TO DS-CODE
           MOVE LOW-VALUES TO DS-ENGAGEMENT-ID
           START DAY-SUMMARY-FILE KEY >= DS-KEY
               INVALID KEY SET END-OF-SUMMARY TO TRUE
           END-START
                       SET END-OF-SUMMARY TO TRUE
                   ELSE
                       ADD 1 TO WS-AGG-CELLS
                       IF WS-ENGAGEMENT-SEL = SPACES
                           OR DS-ENGAGEMENT-ID = WS-ENGAGEMENT-SEL
                           MOVE DS-PROGRAM-ID TO WS-WORK-PROGRAM-ID
                           MOVE DS-CODE TO WS-WORK-CODE
                           MOVE DS-ATTEMPTS TO WS-WORK-COUNT
                           MOVE 'T' TO WS-WHICH-SIDE
                           PERFORM 5000-POST-TO-CELL
                       END-IF
                   END-IF
           END-READ.

               AT END SET END-OF-PROBE-RESULTS TO TRUE
               NOT AT END
                   IF PR-DATE = WS-RUN-DATE
                       AND (WS-ENGAGEMENT-SEL = SPACES
                           OR PR-ENGAGEMENT-ID = WS-ENGAGEMENT-SEL)
                       MOVE PR-PROGRAM-ID TO WS-WORK-PROGRAM-ID
                       MOVE PR-RESPONSE-CODE TO WS-WORK-CODE
                       MOVE 1 TO WS-WORK-COUNT
           MOVE 'RESPONSE CODE DISTRIBUTION -- TODAY VS PRIOR RUN'
               TO DIST-REPORT-RECORD
           WRITE DIST-REPORT-RECORD
           IF WS-ENGAGEMENT-SEL NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ENGAGEMENT: ' DELIMITED BY SIZE
                      WS-ENGAGEMENT-SEL DELIMITED BY SIZE
                      ' (PRIOR RUN NOT COMPARED)' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE DIST-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 3100-WRITE-ONE-CELL
               VARYING CE-IDX FROM 1 BY 1
               UNTIL CE-IDX > WS-CELL-COUNT
