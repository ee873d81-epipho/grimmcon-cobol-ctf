      *>               the edited Z9 field rendered rounds 1-9 with
      *>               a leading space, and the space-delimited
      *>               STRING sent them out as an empty &r= value.
      *>   2026-10-15  Every PROBERES record now carries the engagement
      *>               ID the scope check authorized the request under
      *>               (blank with no SCOPEFIL on file), so a night that
      *>               runs overlapping engagements can be separated by
      *>               client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  Challenge definitions carry a status byte; a
      *>               challenge retired through the CHALMNT screen is
      *>               no longer loaded or played.
       IDENTIFICATION DIVISION.
    PROGRAM-ID. CHAL1.

        05 CD-TOTAL-ROUNDS          PIC 9(2).
        05 FILLER                   PIC X.
        05 CD-FIRST-ANSWER          PIC X(10).
        05 FILLER                   PIC X.
        05 CD-STATUS                PIC X(1).
           88 CD-RETIRED            VALUE 'R'.

    FD  CHAL-STATE-FILE.
    01  CHAL-STATE-RECORD.
                   8455-WRITE-SCOPE-EXC-EXIT
               GOBACK
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE 'CHAL1' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           MOVE 'CHAL1' TO WS-PM-PROGRAM-ID
           READ CHAL-DEF-FILE
               AT END SET END-OF-CHAL-DEFS TO TRUE
               NOT AT END
                   IF WS-CHAL-COUNT < 20 AND NOT CD-RETIRED
                       ADD 1 TO WS-CHAL-COUNT
                       SET CH-IDX TO WS-CHAL-COUNT
                       MOVE CD-CHAL-ID TO WS-CH-ID(CH-IDX)
