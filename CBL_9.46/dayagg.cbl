      *>               drill-down.  Scheduled in the built-in
      *>               NIGHTSKD order ahead of RSPDIST, which now
      *>               prefers the aggregates.
      *>   2026-10-15  The engagement ID now on every PROBERES record is
      *>               part of the DAYSUMM key (date, program, site,
      *>               response code, engagement), so the aggregates can
      *>               be read for one client's engagement as well as
      *>               for the whole night. DAYSUMM built under the old
      *>               key must be deleted and rebuilt by a rerun for
      *>               each date still needed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYAGG.

              10 DS-PROGRAM-ID      PIC X(8).
              10 DS-SITE-NAME       PIC X(8).
              10 DS-CODE            PIC X(3).
              10 DS-ENGAGEMENT-ID   PIC X(8).
           05 DS-ATTEMPTS           PIC 9(8).
           05 DS-HITS               PIC 9(8).

                 10 WS-CE-PROGRAM   PIC X(8).
                 10 WS-CE-SITE      PIC X(8).
                 10 WS-CE-CODE      PIC X(3).
                 10 WS-CE-ENGAGEMENT PIC X(8).
                 10 WS-CE-ATTEMPTS  PIC 9(8).
                 10 WS-CE-HITS      PIC 9(8).
           01 WS-CELL-FOUND-SW      PIC X.
               IF WS-CE-PROGRAM(CE-IDX) = PR-PROGRAM-ID
                   AND WS-CE-SITE(CE-IDX) = PR-SITE-NAME
                   AND WS-CE-CODE(CE-IDX) = PR-RESPONSE-CODE
                   AND WS-CE-ENGAGEMENT(CE-IDX) = PR-ENGAGEMENT-ID
                   MOVE 'Y' TO WS-CELL-FOUND-SW
                   PERFORM 1200-ADD-TO-CELL
               END-IF
                   MOVE PR-PROGRAM-ID TO WS-CE-PROGRAM(CE-IDX)
                   MOVE PR-SITE-NAME TO WS-CE-SITE(CE-IDX)
                   MOVE PR-RESPONSE-CODE TO WS-CE-CODE(CE-IDX)
                   MOVE PR-ENGAGEMENT-ID TO WS-CE-ENGAGEMENT(CE-IDX)
                   MOVE 0 TO WS-CE-ATTEMPTS(CE-IDX)
                   MOVE 0 TO WS-CE-HITS(CE-IDX)
                   PERFORM 1200-ADD-TO-CELL
           MOVE WS-CE-PROGRAM(CE-IDX) TO DS-PROGRAM-ID
           MOVE WS-CE-SITE(CE-IDX) TO DS-SITE-NAME
           MOVE WS-CE-CODE(CE-IDX) TO DS-CODE
           MOVE WS-CE-ENGAGEMENT(CE-IDX) TO DS-ENGAGEMENT-ID
           MOVE WS-CE-ATTEMPTS(CE-IDX) TO DS-ATTEMPTS
           MOVE WS-CE-HITS(CE-IDX) TO DS-HITS
           WRITE DAY-SUMMARY-RECORD
