      *>               stale finding to FINDAGER plus a count, so
      *>               the morning review starts from a list instead
      *>               of an eyeball pass over FINDRPT.
      *>   2026-10-15  Stale second-factor findings are marked MFA and
      *>               counted in the trailer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDAGE.

           01 WS-FOUND-INT          PIC 9(8).
           01 WS-AGE                PIC S9(8).
           01 WS-STALE-COUNT        PIC 9(6) VALUE 0.
           01 WS-STALE-MFA-COUNT    PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(80).
           01 WS-STALE-LINE.
              05 WS-S-DATE          PIC 9(8).
              05 WS-S-CORR-ID       PIC 9(8).
              05 FILLER             PIC X(11) VALUE ' DAYS OLD: '.
              05 WS-S-AGE           PIC ZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-S-KIND          PIC X(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STALE NEW FINDINGS: ' DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  '  OF WHICH SECOND FACTOR REQUIRED: '
                      DELIMITED BY SIZE
                  WS-STALE-MFA-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE AGING-REPORT-FILE
           DISPLAY 'FINDAGE STALE NEW FINDINGS: ' WS-STALE-COUNT
                   '  SECOND-FACTOR: ' WS-STALE-MFA-COUNT
           GOBACK.

       1000-AGE-ONE-FINDING.
                           MOVE FN-USERID TO WS-S-USERID
                           MOVE FN-CORR-ID TO WS-S-CORR-ID
                           MOVE WS-AGE TO WS-S-AGE
                           IF FN-KIND-MFA
                               MOVE 'MFA' TO WS-S-KIND
                               ADD 1 TO WS-STALE-MFA-COUNT
                           ELSE
                               MOVE SPACES TO WS-S-KIND
                           END-IF
                           WRITE AGING-REPORT-RECORD
                               FROM WS-STALE-LINE
                       END-IF
