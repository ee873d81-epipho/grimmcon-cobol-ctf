      *>               then newest first within a severity, written
      *>               to FINDSEVR -- so the one hour with the vendor
      *>               is spent on the findings that matter.
      *>   2026-10-15  Input and sort records widened to the findings
      *>               record's new length (engagement ID appended).
      *>   2026-10-15  Input and sort records widened to the findings
      *>               record's new length (linked correlation ID
      *>               appended).
      *>   2026-10-15  Second-factor findings are marked MFA and
      *>               totalled apart from full compromises.
      *>   2026-10-15  Findings marked SUPPRESS (matched a SUPPREG
      *>               suppression when written) are left out of the
      *>               listing and counted on their own line after the
      *>               totals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDSEV.

           05 SW-RULE-ID            PIC X(4).
           05 FILLER                PIC X.
           05 SW-SEVERITY           PIC 9(3).
           05 SW-FINDING-KIND       PIC X(1).
              88 SW-KIND-MFA        VALUE 'M'.
           05 SW-ENGAGEMENT-ID      PIC X(8).
           05 SW-LINKED-CORR-ID     PIC 9(8).

       FD  FINDINGS-IN-FILE.
       01  FINDINGS-IN-RECORD       PIC X(141).

       FD  SEVERITY-REPORT-FILE.
       01  SEVERITY-REPORT-RECORD   PIC X(90).
           01 WS-SRT-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-SORTED      VALUE 'Y'.
           01 WS-TOTAL-COUNT        PIC 9(6) VALUE 0.
           01 WS-FULL-COUNT         PIC 9(6) VALUE 0.
           01 WS-MFA-COUNT          PIC 9(6) VALUE 0.
           01 WS-SUPPRESSED-COUNT   PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(90).
           01 WS-SEV-LINE.
              05 FILLER             PIC X(5) VALUE 'SEV '.
              05 WS-V-STATUS        PIC X(8).
              05 FILLER             PIC X(6) VALUE ' CORR '.
              05 WS-V-CORR-ID       PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-V-KIND          PIC X(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL FINDINGS: ' DELIMITED BY SIZE
                  WS-TOTAL-COUNT DELIMITED BY SIZE
                  '  FULL COMPROMISE: ' DELIMITED BY SIZE
                  WS-FULL-COUNT DELIMITED BY SIZE
                  '  SECOND FACTOR REQUIRED: ' DELIMITED BY SIZE
                  WS-MFA-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SEVERITY-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SUPPRESSED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SUPPRESSED (NOT LISTED): ' DELIMITED BY SIZE
                      WS-SUPPRESSED-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE SEVERITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE SEVERITY-REPORT-FILE
           GOBACK.

                   IF SW-SEVERITY IS NOT NUMERIC
                       MOVE 0 TO SW-SEVERITY
                   END-IF
                   IF SW-STATUS = 'SUPPRESS'
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       2000-LIST-FINDINGS.
                       MOVE SW-STATUS TO WS-V-STATUS
                   END-IF
                   MOVE SW-CORR-ID TO WS-V-CORR-ID
                   IF SW-KIND-MFA
                       MOVE 'MFA' TO WS-V-KIND
                       ADD 1 TO WS-MFA-COUNT
                   ELSE
                       MOVE SPACES TO WS-V-KIND
                       ADD 1 TO WS-FULL-COUNT
                   END-IF
                   WRITE SEVERITY-REPORT-RECORD FROM WS-SEV-LINE
           END-RETURN.

