      *>   compares the wall-clock date-time against every window
      *>   for WS-MW-SITE-NAME and sets WS-SITE-IN-MAINT (with the
      *>   vendor's reason in WS-MW-REASON) when the moment falls
      *>   inside one.  Window times are the site's own clock: the
      *>   wall-clock moment is put on the site's local time (shared
      *>   SITETIME conversion, from its SITEDIR zone) before the
      *>   compare, and a site with no zone on file keeps ours.
      *>   Requires MWINWS in WORKING-STORAGE and
      *>   MWINFC / MWINFD in FILE-CONTROL and the FILE SECTION.
       8270-LOAD-MAINT-CAL.
           MOVE 0 TO WS-MW-COUNT
           IF WS-MW-COUNT > 0
               ACCEPT WS-MW-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MW-NOW-TIME FROM TIME
               CALL 'SITETIME' USING WS-MW-SITE-NAME, WS-MW-NOW-DATE,
                   WS-MW-NOW-TIME, WS-MW-SITE-DATE, WS-MW-SITE-TIME,
                   WS-MW-ZONED-FLAG
               COMPUTE WS-MW-NOW-STAMP =
                   (WS-MW-SITE-DATE * 1000000)
                   + (WS-MW-SITE-TIME / 100)
               PERFORM 8285-CHECK-ONE-WINDOW
                   VARYING MW-IDX FROM 1 BY 1
                   UNTIL MW-IDX > WS-MW-COUNT
