      *>               signed-on operator.  Records written before
      *>               the lifecycle fields existed show (and are
      *>               dispositioned from) status NEW.
      *>   2026-10-15  Work record widened to the findings record's new
      *>               length (engagement ID appended) so a disposition
      *>               rewrite keeps the engagement.
      *>   2026-10-15  Findings work record widened to the findings
      *>               record's new length (linked correlation ID
      *>               appended).
      *>   2026-10-15  Suppressed findings (status SUPPRESS) are left
      *>               out of the open-findings list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDDISP.

       COPY FINDFD.

       FD  FINDINGS-WORK-FILE.
       01  FINDINGS-WORK-RECORD     PIC X(141).

       COPY OPERFD.

                   AT END SET END-OF-FINDINGS TO TRUE
                   NOT AT END
                       IF FN-STATUS NOT = 'CLOSED'
                           AND FN-STATUS NOT = 'SUPPRESS'
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE FN-DATE TO WS-L-DATE
                           MOVE FN-PROGRAM-ID TO WS-L-PROGRAM-ID
