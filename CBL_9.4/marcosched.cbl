      *>               cycle measures the login application as well
      *>               as the page; an unconfigured LOGNPROB (no
      *>               test-account parameters) declines quietly.
      *>   2026-10-15  New central parameter MARCOSCH/STOP-SITE: when
      *>               set, the stop time is read on that site's local
      *>               clock (its SITEDIR zone, through the shared
      *>               SITETIME conversion) instead of ours; the
      *>               interval grid itself is unchanged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCOSCH.

           01 WS-INTERVAL-SECONDS    PIC 9(4) VALUE 60.
           01 WS-RUN-COUNT           PIC 9(4) VALUE 10.
           01 WS-STOP-TIME           PIC 9(6) VALUE 0.
           01 WS-STOP-SITE           PIC X(8) VALUE SPACES.
           01 WS-NOW-DATE            PIC 9(8).
           01 WS-SITE-NOW-DATE       PIC 9(8).
           01 WS-SITE-NOW-TIME       PIC 9(8).
           01 WS-SITE-ZONED-FLAG     PIC X(1).
           01 WS-CLOCK-HHMMSS        PIC 9(6).
           01 WS-CYCLE-START-HHMMSS  PIC 9(6).
           01 WS-CYCLE-START-SEC     PIC 9(6).
           01 WS-NEXT-DUE-SEC        PIC 9(6).
           MOVE 'MARSCHLG' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 1500-GET-NOW
           PERFORM 1550-GET-STOP-CLOCK
           MOVE WS-CLOCK-HHMMSS TO WS-CYCLE-START-HHMMSS
           MOVE WS-NOW-SEC TO WS-CYCLE-START-SEC
           PERFORM 2000-RUN-MARCO
               VARYING WS-ITER-CTR FROM 1 BY 1
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-STOP-TIME
           END-IF
           MOVE 'STOP-SITE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-STOP-SITE
           END-IF.

       1500-GET-NOW.
           COMPUTE WS-NOW-SEC =
               (WS-NR-HH * 60 + WS-NR-MM) * 60 + WS-NR-SS.

      *>   The stop time is on our clock unless MARCOSCH/STOP-SITE
      *>   names a site, in which case it is that site's local time
      *>   (shared SITETIME conversion from its SITEDIR zone), so a
      *>   window agreed as the vendor's hours ends on their clock.
       1550-GET-STOP-CLOCK.
           MOVE WS-NOW-HHMMSS TO WS-CLOCK-HHMMSS
           IF WS-STOP-SITE NOT = SPACES
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               CALL 'SITETIME' USING WS-STOP-SITE, WS-NOW-DATE,
                   WS-NOW-RAW, WS-SITE-NOW-DATE, WS-SITE-NOW-TIME,
                   WS-SITE-ZONED-FLAG
               COMPUTE WS-CLOCK-HHMMSS = WS-SITE-NOW-TIME / 100
           END-IF.

      *>   A stop time earlier than the cycle start means the window
      *>   runs past midnight: the stop then only applies once the
      *>   clock has wrapped below the start time.
       1600-CHECK-STOP-TIME.
           IF WS-STOP-TIME > 0
               PERFORM 1500-GET-NOW
               PERFORM 1550-GET-STOP-CLOCK
               IF WS-STOP-TIME >= WS-CYCLE-START-HHMMSS
                   IF WS-CLOCK-HHMMSS >= WS-STOP-TIME
                       SET WS-WINDOW-STOPPED TO TRUE
                   END-IF
               ELSE
                   IF WS-CLOCK-HHMMSS < WS-CYCLE-START-HHMMSS
                       AND WS-CLOCK-HHMMSS >= WS-STOP-TIME
                       SET WS-WINDOW-STOPPED TO TRUE
                   END-IF
               END-IF
