      *>               outside the engagement letter is blocked,
      *>               written to the SCOPEEXC exception file, and
      *>               counted, instead of going on the wire.
      *>   2026-10-15  Every PROBERES record now carries the engagement
      *>               ID the scope check authorized the request under
      *>               (blank with no SCOPEFIL on file), so a night that
      *>               runs overlapping engagements can be separated by
      *>               client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  Each heartbeat is also posted to the keyed
      *>               current-status file (HBSTATUS: last heartbeat,
      *>               outcome, response time, consecutive misses, last
      *>               good heartbeat) so readers wanting only the
      *>               site's present state stop reading MARCOLOG from
      *>               the top.
      *>   2026-10-15  The site fan-out table is narrowed to the run's
      *>               site selection: one site or a named site group
      *>               from SITEGRP, taken from the site or group
      *>               NIGHTLY scheduled the step against (SITESEL) or
      *>               else the central parameter MARCO/SITE-SEL. Blank
      *>               or absent still probes every active site.
       IDENTIFICATION DIVISION.
    PROGRAM-ID. MARCO.

            FILE STATUS IS WS-ST-STATUS.
        COPY PARMFC.
        COPY SITEDFC.
        COPY SGRPFC.
        COPY CORRFC.
        COPY PROBERFC.
        COPY BIZDTFC.
        COPY BUDGFC.
        COPY MWINFC.
        COPY SCOPEFC.
        COPY HBSTFC.

    DATA DIVISION.
    FILE SECTION.

    COPY PARMFD.
    COPY SITEDFD.
    COPY SGRPFD.
    COPY CORRFD.
    COPY PROBERFD.
    COPY BIZDTFD.
    COPY BUDGFD.
    COPY MWINFD.
    COPY SCOPEFD.
    COPY HBSTFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY MSGLVWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY HBSTWS.
           01 WS-MAINT-SKIP-COUNT   PIC 9(3) VALUE 0.
           01 WS-SCOPE-BLOCK-COUNT  PIC 9(3) VALUE 0.
           01 WS-START-TIME         PIC 9(8).
           MOVE 'N' TO WS-RESP-EOF-SW
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           MOVE 'MARCO' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           OPEN INPUT RESPONSE-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
                   8455-WRITE-SCOPE-EXC-EXIT
               GO TO 2000-HEARTBEAT-DONE
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2000-HEARTBEAT-DONE
           MOVE 'WRITE' TO WS-FS-OPERATION
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           CLOSE HEARTBEAT-LOG-FILE
           MOVE WS-HEARTBEAT-LINE TO WS-HB-RAW
           PERFORM 8700-PARSE-HEARTBEAT THRU 8700-PARSE-HEARTBEAT-EXIT
           PERFORM 8710-POST-HB-STATUS THRU 8710-POST-HB-STATUS-EXIT

           PERFORM 3000-UPDATE-STATS

       COPY PARMPA.
       COPY MSGLVPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY HBLOGPA.
       COPY HBSTPA.
       COPY FILESTPA.
