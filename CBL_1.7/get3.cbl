      *>               identity), with the budget spend applied per
      *>               combination.  With either list missing the
      *>               classic numbered header sweep runs unchanged.
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
      *>               else the central parameter GET3/SITE-SEL. Blank
      *>               or absent still probes every active site.
       IDENTIFICATION DIVISION.
    PROGRAM-ID. GET3.

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
            PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
            PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
            PERFORM D-PARA-LOAD-PAIR-LISTS
            MOVE 'GET3' TO WS-GS-PROGRAM-ID
            PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
            PERFORM A2-PARA-SWEEP-ONE-SITE
                VARYING ST-IDX FROM 1 BY 1
                    PERFORM 8455-WRITE-SCOPE-EXC THRU
                        8455-WRITE-SCOPE-EXC-EXIT
                ELSE
                    MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
                    MOVE WS-SC-ENGAGEMENT TO WS-LI-ENGAGEMENT-ID
                    PERFORM A3-PARA-SWEEP-SITE-BODY
                END-IF
            END-IF.
       COPY MSGLVPA.
       COPY REQLOGPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
