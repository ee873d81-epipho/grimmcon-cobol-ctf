      *>               ID, readable only through the journalled
      *>               VAULTINQ inquiry.  The wire request itself is
      *>               unchanged.
      *>   2026-10-15  Every PROBERES record now carries the engagement
      *>               ID the scope check authorized the request under
      *>               (blank with no SCOPEFIL on file), so a night that
      *>               runs overlapping engagements can be separated by
      *>               client without hand work.  The findings work
      *>               record widened to match the engagement field
      *>               now on each finding.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  Security-header findings raised by HDRCHK carry
      *>               no credential to replay and are left out of the
      *>               replay.
      *>   2026-10-15  Findings work record widened to the findings
      *>               record's new length (linked correlation ID
      *>               appended).
      *>   2026-10-15  Replays are classified through the shared login-
      *>               outcome table (LOGNOUTC): SUCCESS restamps the
      *>               finding still valid, FAIL no longer valid; a
      *>               LOCKED or ERROR replay (including no response)
      *>               proves nothing and leaves the finding's last
      *>               verification standing.
      *>   2026-10-15  A replay answered with a second-factor challenge
      *>               stamps the finding valid flag M and is counted
      *>               separately.
      *>   2026-10-15  Information-disclosure findings raised by
      *>               DISCSCAN carry no credential and are left out, as
      *>               the security-header findings are.
      *>   2026-10-15  HTTP method findings raised by METHAUD carry no
      *>               credential and are left out, as the security-
      *>               header findings are.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDVRFY.

           COPY OVRFFC.
           COPY MWINFC.
           COPY SCOPEFC.
           COPY LOUTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY FINDFD.

       FD  FINDINGS-WORK-FILE.
       01  FINDINGS-WORK-RECORD     PIC X(141).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD          PIC X(80).
       COPY OVRFFD.
       COPY MWINFD.
       COPY SCOPEFD.
       COPY LOUTFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY OVRFWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY LOUTWS.
           COPY FILESTWS.
           COPY FINDWS.
           01 WS-WK-STATUS          PIC X(2).
           01 WS-OPEN-DROPPED       PIC 9(4) VALUE 0.
           01 WS-REPLAYED-COUNT     PIC 9(4) VALUE 0.
           01 WS-STILL-VALID-COUNT  PIC 9(4) VALUE 0.
           01 WS-STILL-MFA-COUNT    PIC 9(4) VALUE 0.
           01 WS-GONE-COUNT         PIC 9(4) VALUE 0.
           01 WS-UNDECIDED-COUNT    PIC 9(4) VALUE 0.
           01 WS-MAINT-SKIP-COUNT   PIC 9(4) VALUE 0.
           01 WS-SCOPE-BLOCK-COUNT  PIC 9(4) VALUE 0.
           01 WS-RESPONSE-CODE      PIC X(3).
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           PERFORM 8350-LOAD-RESPONSE-ACTIONS THRU
               8350-LOAD-RESPONSE-ACTIONS-EXIT
           PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
               8490-LOAD-LOGIN-OUTCOMES-EXIT
           PERFORM 1000-LOAD-OPEN-FINDINGS
           IF WS-OPEN-COUNT = 0
               DISPLAY 'FINDVRFY: NO OPEN FINDINGS TO RE-VERIFY'
           END-IF
           DISPLAY 'FINDVRFY REPLAYED: ' WS-REPLAYED-COUNT
                   '  STILL-VALID: ' WS-STILL-VALID-COUNT
                   '  STILL-VALID-SECOND-FACTOR: ' WS-STILL-MFA-COUNT
                   '  NO-LONGER-VALID: ' WS-GONE-COUNT
                   '  LOCKED-OR-ERROR: ' WS-UNDECIDED-COUNT
                   '  UNCLASSIFIED: ' WS-LO-UNMATCHED
                   '  SKIPPED-MAINT: ' WS-MAINT-SKIP-COUNT
                   '  BLOCKED-OUT-OF-SCOPE: ' WS-SCOPE-BLOCK-COUNT
           GOBACK.
               AT END SET END-OF-FINDINGS TO TRUE
               NOT AT END
                   IF FN-STATUS NOT = 'CLOSED'
                       AND FN-PROGRAM-ID NOT = 'HDRCHK'
                       AND FN-PROGRAM-ID NOT = 'DISCSCAN'
                       AND FN-PROGRAM-ID NOT = 'METHAUD'
                       IF WS-OPEN-COUNT < 500
                           ADD 1 TO WS-OPEN-COUNT
                           SET OP-IDX TO WS-OPEN-COUNT
                   PERFORM 8455-WRITE-SCOPE-EXC THRU
                       8455-WRITE-SCOPE-EXC-EXIT
               ELSE
                   MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
                   PERFORM 2100-SEND-ONE-REPLAY
               END-IF
           END-IF.
                   PERFORM 8920-RESOLVE-REDIRECT-HOPS THRU
                       8920-RESOLVE-REDIRECT-HOPS-EXIT
                   MOVE WS-RM-RESPONSE-CODE TO WS-RESPONSE-CODE
                   MOVE WS-OP-SITE(OP-IDX) TO WS-LO-SITE
                   MOVE WS-RESPONSE-CODE TO WS-LO-CODE
                   MOVE WS-RA-FIRST-CODE TO WS-LO-FIRST-CODE
                   MOVE WS-RM-MATCHED-EXTRA TO WS-LO-TEXT
                   PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                       8494-CLASSIFY-LOGIN-OUTCOME-EXIT
      *>   A locked-out or errored replay proves nothing either way,
      *>   so the finding keeps its last verification.  A password
      *>   still accepted behind a second-factor challenge is
      *>   stamped M rather than Y.
                   EVALUATE TRUE
                       WHEN WS-LO-SUCCESS
                           MOVE 'Y' TO WS-OP-DONE-SW(OP-IDX)
                           MOVE 'Y' TO WS-OP-VALID(OP-IDX)
                           ADD 1 TO WS-STILL-VALID-COUNT
                       WHEN WS-LO-MFA
                           MOVE 'Y' TO WS-OP-DONE-SW(OP-IDX)
                           MOVE 'M' TO WS-OP-VALID(OP-IDX)
                           ADD 1 TO WS-STILL-MFA-COUNT
                       WHEN WS-LO-FAIL
                           MOVE 'Y' TO WS-OP-DONE-SW(OP-IDX)
                           MOVE 'N' TO WS-OP-VALID(OP-IDX)
                           ADD 1 TO WS-GONE-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-UNDECIDED-COUNT
                   END-EVALUATE
                   MOVE 'FINDVRFY' TO WS-PR-PROGRAM-ID
                   MOVE WS-MK-LINE TO WS-PR-REQUEST-LINE
                   MOVE WS-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
       COPY OVRFPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY LOUTPA.
       COPY FILESTPA.
