      *>               timestamp of their own; PROBERES carries the
      *>               stamped date and time for every request any
      *>               probe sent, so the profile reads there.
      *>   2026-10-15  Buckets each request by the hour on the target
      *>               site's own clock (its SITEDIR zone, through the
      *>               shared SITETIME conversion) rather than ours, so
      *>               the profile shows when traffic lands in the
      *>               vendor's day; results for a site with no zone, or
      *>               written before the site was stamped, stay on our
      *>               clock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFPROF.

           01 WS-CUTOFF-INT         PIC 9(8).
           01 WS-CUTOFF-DATE        PIC 9(8).
           01 WS-HOUR               PIC 9(2).
           01 WS-SITE-DATE          PIC 9(8).
           01 WS-SITE-TIME          PIC 9(8).
           01 WS-SITE-ZONED-FLAG    PIC X(1).
           01 WS-IN-WINDOW-COUNT    PIC 9(8) VALUE 0.
           01 WS-HOUR-TOTALS.
              05 WS-HOUR-TOTAL OCCURS 24 TIMES PIC 9(8).
               NOT AT END
                   IF PR-DATE >= WS-CUTOFF-DATE
                       ADD 1 TO WS-IN-WINDOW-COUNT
                       CALL 'SITETIME' USING PR-SITE-NAME, PR-DATE,
                           PR-TIME, WS-SITE-DATE, WS-SITE-TIME,
                           WS-SITE-ZONED-FLAG
                       MOVE WS-SITE-TIME(1:2) TO WS-HOUR
                       IF WS-HOUR > 23
                           MOVE 23 TO WS-HOUR
                       END-IF
           MOVE 'TRAFPROF' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE-LOCAL HOUR-OF-DAY TRAFFIC PROFILE, LAST '
                  DELIMITED BY SIZE
                  WS-DAYS DELIMITED BY SIZE
                  ' DAY(S), ' DELIMITED BY SIZE
