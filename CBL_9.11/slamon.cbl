      *>               does -- pages stop being acknowledged by
      *>               folklore.  SLAALERT keeps its full record as
      *>               before.
      *>   2026-10-15  Alerts are tagged failure type SLAMISS for the
      *>               run-book lookup.
      *>   2026-10-15  The consecutive-miss count comes from the DEFAULT
      *>               site's record on the keyed current-heartbeat
      *>               status file (HBSTATUS); MARCOLOG is read only for
      *>               the rolling-average tail, and only when an
      *>               average limit is set.
      *>   2026-10-15  Alerts name the DEFAULT site, so a planned outage
      *>               can be suppressed on SUPPREG by site; a
      *>               suppressed alert is queued as status S and never
      *>               listed or paged (shared ALRTPA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMON.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY ALRTFC.
           COPY SUPRFC.
           COPY HBSTFC.

       DATA DIVISION.
       FILE SECTION.
       01  ALERT-RECORD             PIC X(80).

       COPY ALRTFD.
       COPY SUPRFD.
       COPY HBSTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY ALRTWS.
           COPY SUPRWS.
           01 WS-SP-STATUS          PIC X(2).
           01 WS-HB-STATUS          PIC X(2).
           01 WS-HB-EOF-SW          PIC X VALUE 'N'.
           01 WS-AVG-LIMIT-CS       PIC 9(8) VALUE 0.
           01 WS-WINDOW-SIZE        PIC 9(3) VALUE 20.
           COPY HBLOGWS.
           COPY HBSTWS.
           01 WS-TAIL-RING.
              05 WS-RING-ELAPSED OCCURS 100 TIMES PIC 9(8).
           01 WS-RING-POS           PIC 9(3).
       0000-MAINLINE.
           MOVE 'SLAMON' TO WS-FS-PROGRAM-ID
           PERFORM 1000-READ-SLA-PARMS
           PERFORM 1500-READ-CURRENT-STATUS
           IF WS-AVG-LIMIT-CS > 0
               PERFORM 2000-SCAN-HEARTBEAT-LOG
           END-IF
           PERFORM 3000-APPLY-THRESHOLDS
           IF WS-ALERT-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 100 TO WS-WINDOW-SIZE
           END-IF.

      *>   The consecutive-miss count is kept on the DEFAULT site's
      *>   current-status record; no record means no misses.
       1500-READ-CURRENT-STATUS.
           MOVE 'DEFAULT' TO WS-HS-SITE
           PERFORM 8720-READ-HB-STATUS THRU 8720-READ-HB-STATUS-EXIT
           IF WS-HS-FOUND
               MOVE HS-CONSEC-MISSES TO WS-CONSEC-MISSES
           END-IF.

      *>   The rolling average needs the tail, not just the latest
      *>   heartbeat, so MARCOLOG is still read -- but only when an
      *>   average limit is set.  The last W elapsed times sit in a
      *>   small ring so only the tail is averaged no matter how long
      *>   the log has grown.
       2000-SCAN-HEARTBEAT-LOG.
           OPEN INPUT HEARTBEAT-LOG-FILE
           IF WS-HB-STATUS = '00'
           END-READ.

       2200-TALLY-ONE-HEARTBEAT.
           ADD 1 TO WS-SEEN-COUNT
           COMPUTE WS-RING-POS =
               FUNCTION MOD(WS-SEEN-COUNT - 1, WS-WINDOW-SIZE) + 1
           ADD 1 TO WS-ALERT-COUNT
           MOVE 2 TO WS-AL-SEVERITY
           MOVE 'SLAMON' TO WS-AL-SOURCE
           MOVE 'DEFAULT' TO WS-AL-SITE-NAME
           MOVE 'SLAMISS' TO WS-AL-FAILURE-TYPE
           MOVE WS-AL-REASON TO WS-AL-MESSAGE
           PERFORM 8650-ENQUEUE-ALERT THRU 8650-ENQUEUE-ALERT-EXIT
           DISPLAY 'SLAMON ALERT: ' WS-AL-REASON
                   ' VALUE ' WS-AL-VALUE ' LIMIT ' WS-AL-LIMIT.

       COPY HBLOGPA.
       COPY HBSTPA.
       COPY ALRTPA.
       COPY SUPRPA.
       COPY FILESTPA.
