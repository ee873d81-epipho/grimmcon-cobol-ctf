      *>               pattern.  "Heartbeat degraded at 01:10,
      *>               sweeps failing at 01:30, alert at 02:00" is
      *>               one query now.
      *>   2026-10-15  Opens with the site's current heartbeat state
      *>               (last heartbeat, outcome, response time,
      *>               consecutive misses, last good heartbeat) read by
      *>               key from HBSTATUS; the timeline itself is history
      *>               and still comes from MARCOLOG.
      *>   2026-10-15  Each timeline line also shows the moment on the
      *>               site's own clock (SITE DT / SITE TM, from its
      *>               SITEDIR zone) next to ours; a site with no zone
      *>               shows our clock in both.  The current-heartbeat
      *>               line gets the same SITE LOCAL companion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITELINE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.
           COPY PROBERFC.
           COPY HBSTFC.
           SELECT ALERT-IN-FILE ASSIGN TO "SLAALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-IN-STATUS.
       01  HEARTBEAT-LOG-RECORD     PIC X(60).

       COPY PROBERFD.
       COPY HBSTFD.

       FD  ALERT-IN-FILE.
       01  ALERT-IN-RECORD.
       WORKING-STORAGE SECTION.
           COPY PROBERWS.
           COPY HBLOGWS.
           COPY HBSTWS.
           COPY FILESTWS.
           01 WS-HB-STATUS          PIC X(2).
           01 WS-AL-IN-STATUS       PIC X(2).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-TIME         PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-SITE-DATE    PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-SITE-TIME    PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-SOURCE       PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-TEXT         PIC X(60).
           01 WS-SITE-ZONED-FLAG    PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-DATE-FROM
           DISPLAY 'To date (YYYYMMDD): '
           ACCEPT WS-DATE-TO
           PERFORM 0500-SHOW-CURRENT-STATUS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DATE
               ON ASCENDING KEY SW-TIME
           DISPLAY 'TIMELINE LINES: ' WS-LINE-COUNT
           GOBACK.

      *>   Where the site stands now, from the keyed current-status
      *>   file, ahead of the history for the range asked about.
       0500-SHOW-CURRENT-STATUS.
           MOVE WS-SITE-ENTRY TO WS-HS-SITE
           PERFORM 8720-READ-HB-STATUS THRU 8720-READ-HB-STATUS-EXIT
           IF WS-HS-FOUND
               DISPLAY 'LAST HEARTBEAT ' HS-LAST-DATE ' ' HS-LAST-TIME
                       ' ' HS-OUTCOME ' ELAPSED-CS ' HS-ELAPSED-CS
               CALL 'SITETIME' USING WS-SITE-ENTRY, HS-LAST-DATE,
                   HS-LAST-TIME, WS-SL-SITE-DATE, WS-SL-SITE-TIME,
                   WS-SITE-ZONED-FLAG
               IF WS-SITE-ZONED-FLAG = 'Y'
                   DISPLAY '  SITE LOCAL ' WS-SL-SITE-DATE ' '
                           WS-SL-SITE-TIME
               END-IF
               DISPLAY 'CONSECUTIVE MISSES ' HS-CONSEC-MISSES
                       '  LAST GOOD ' HS-LAST-GOOD-DATE ' '
                       HS-LAST-GOOD-TIME
           ELSE
               DISPLAY 'NO CURRENT HEARTBEAT STATUS FOR ' WS-SITE-ENTRY
           END-IF.

       1000-RELEASE-ALL-SOURCES.
           PERFORM 1100-RELEASE-HEARTBEATS
           PERFORM 1200-RELEASE-PROBE-RESULTS
           END-READ.

       2000-SHOW-TIMELINE.
           DISPLAY 'DATE     TIME     SITE DT  SITE TM  SOURCE   EVENT'
           PERFORM 2100-SHOW-ONE-LINE UNTIL END-OF-SORTED.

       2100-SHOW-ONE-LINE.
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SW-DATE TO WS-SL-DATE
                   MOVE SW-TIME TO WS-SL-TIME
                   CALL 'SITETIME' USING WS-SITE-ENTRY, SW-DATE,
                       SW-TIME, WS-SL-SITE-DATE, WS-SL-SITE-TIME,
                       WS-SITE-ZONED-FLAG
                   MOVE SW-SOURCE TO WS-SL-SOURCE
                   MOVE SW-TEXT TO WS-SL-TEXT
                   DISPLAY WS-SHOW-LINE
           END-RETURN.

       COPY HBLOGPA.
       COPY HBSTPA.
       COPY FILESTPA.
