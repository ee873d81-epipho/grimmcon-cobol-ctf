      *>               outside the engagement letter is blocked,
      *>               written to the SCOPEEXC exception file, and
      *>               counted, instead of going on the wire.
      *>   2026-10-15  Every PROBERES record and request-log SENT-BY
      *>               trailer now carries the engagement ID the scope
      *>               check authorized the request under (blank with no
      *>               SCOPEFIL on file), so a night that runs
      *>               overlapping engagements can be separated by
      *>               client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  The site fan-out table is narrowed to the run's
      *>               site selection: one site or a named site group
      *>               from SITEGRP, taken from the site or group
      *>               NIGHTLY scheduled the step against (SITESEL) or
      *>               else the central parameter GET1/SITE-SEL. Blank
      *>               or absent still probes every active site.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET1.

           COPY PARMFC.
           COPY REQLOGFC.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY CORRFC.
           COPY PROBERFC.
           COPY BIZDTFC.
       COPY PARMFD.
       COPY REQLOGFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
           COPY MSGLVWS.
           COPY REQLOGWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
                      MOVE 'DEFAULT' TO WS-PR-SITE-NAME
                      PERFORM C-PARA-SEND-PROBE THRU C-PARA-DONE
                  WHEN OTHER
                      MOVE 'GET1' TO WS-GS-PROGRAM-ID
                      PERFORM 8250-LOAD-SITE-TABLE THRU
                          8250-LOAD-SITE-TABLE-EXIT
                      PERFORM B-PARA-PROBE-TABLE-SITE
                   8455-WRITE-SCOPE-EXC-EXIT
               GO TO C-PARA-DONE
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-SC-ENGAGEMENT TO WS-LI-ENGAGEMENT-ID
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO C-PARA-DONE
       COPY MSGLVPA.
       COPY REQLOGPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
