      *>               record widened to match and each report line
      *>               now shows the disposition, with a pre-
      *>               lifecycle blank status read as NEW.
      *>   2026-10-15  Each finding line now shows the engagement it was
      *>               found under, and the report can be run for one
      *>               engagement (central parameter FINDRPT/ENGAGEMENT;
      *>               blank or absent reports every finding as before),
      *>               so one client's findings never have to be
      *>               separated from another's by hand. Input record
      *>               widened to match.
      *>   2026-10-15  Input and sort records widened to the findings
      *>               record's new length (linked correlation ID
      *>               appended); a cross-site reuse hit is followed by
      *>               a line naming the correlation ID of the finding
      *>               it reuses.
      *>   2026-10-15  Second-factor findings are marked under their
      *>               line and totalled apart from full compromises.
      *>   2026-10-15  The report can be run for one site or a named
      *>               site group (SITESEL from NIGHTLY, else central
      *>               parameter FINDRPT/SITE-SEL), named in the
      *>               heading; blank or absent reports every site.
      *>   2026-10-15  Findings marked SUPPRESS (matched a SUPPREG
      *>               suppression when written) are left out of the
      *>               listing and counted on their own line after the
      *>               totals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDRPT.

           SELECT FINDINGS-REPORT-FILE ASSIGN TO "FINDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.
           COPY SGRPFC.

       DATA DIVISION.
       FILE SECTION.
           05 SW-RULE-ID            PIC X(4).
           05 FILLER                PIC X.
           05 SW-SEVERITY           PIC 9(3).
           05 SW-FINDING-KIND       PIC X(1).
              88 SW-KIND-MFA        VALUE 'M'.
           05 SW-ENGAGEMENT-ID      PIC X(8).
           05 SW-LINKED-CORR-ID     PIC 9(8).

       FD  FINDINGS-IN-FILE.
       01  FINDINGS-IN-RECORD       PIC X(141).

       FD  FINDINGS-REPORT-FILE.
       01  FINDINGS-REPORT-RECORD   PIC X(90).

       COPY PARMFD.
       COPY SGRPFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY SGRPWS.
           01 WS-FI-STATUS          PIC X(2).
           01 WS-FI-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-FINDINGS    VALUE 'Y'.
           01 WS-FIRST-SW           PIC X VALUE 'Y'.
           01 WS-ACCOUNT-COUNT      PIC 9(6) VALUE 0.
           01 WS-TOTAL-COUNT        PIC 9(6) VALUE 0.
           01 WS-FULL-COUNT         PIC 9(6) VALUE 0.
           01 WS-MFA-COUNT          PIC 9(6) VALUE 0.
           01 WS-SUPPRESSED-COUNT   PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(90).
           01 WS-ENGAGEMENT-SEL     PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'FINDRPT' TO WS-FS-PROGRAM-ID
           MOVE 'FINDRPT' TO WS-PM-PROGRAM-ID
           MOVE 'ENGAGEMENT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-ENGAGEMENT-SEL
           END-IF
           MOVE 'FINDRPT' TO WS-GS-PROGRAM-ID
           PERFORM 8781-RESOLVE-SITE-SELECTION THRU
               8781-RESOLVE-SITE-SELECTION-EXIT
           OPEN OUTPUT FINDINGS-REPORT-FILE
           MOVE 'CONSOLIDATED FINDINGS BY TARGET ACCOUNT'
               TO FINDINGS-REPORT-RECORD
           WRITE FINDINGS-REPORT-RECORD
           IF WS-ENGAGEMENT-SEL NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ENGAGEMENT: ' DELIMITED BY SIZE
                      WS-ENGAGEMENT-SEL DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF NOT WS-GS-SEL-ALL
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-GS-SEL-GROUP
                   STRING 'SITE GROUP: ' DELIMITED BY SIZE
                          WS-GS-SELECTION DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING 'SITE: ' DELIMITED BY SIZE
                          WS-GS-SELECTION DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-USERID
               ON ASCENDING KEY SW-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL FINDINGS: ' DELIMITED BY SIZE
                  WS-TOTAL-COUNT DELIMITED BY SIZE
                  '  FULL COMPROMISE: ' DELIMITED BY SIZE
                  WS-FULL-COUNT DELIMITED BY SIZE
                  '  SECOND FACTOR REQUIRED: ' DELIMITED BY SIZE
                  WS-MFA-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SUPPRESSED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SUPPRESSED (NOT LISTED): ' DELIMITED BY SIZE
                      WS-SUPPRESSED-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE FINDINGS-REPORT-FILE
           GOBACK.

                   IF SW-STATUS = SPACES
                       MOVE 'NEW' TO SW-STATUS
                   END-IF
                   MOVE SW-SITE-NAME TO WS-GS-CHECK-SITE
                   PERFORM 8784-CHECK-SITE-SELECTION THRU
                       8784-CHECK-SITE-SELECTION-EXIT
                   IF (WS-ENGAGEMENT-SEL = SPACES
                       OR SW-ENGAGEMENT-ID = WS-ENGAGEMENT-SEL)
                       AND WS-GS-IN-SELECTION
                       IF SW-STATUS = 'SUPPRESS'
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       ELSE
                           RELEASE SORT-WORK-RECORD
                       END-IF
                   END-IF
           END-READ.

       2000-GROUP-FINDINGS.
                   END-IF
                   ADD 1 TO WS-ACCOUNT-COUNT
                   ADD 1 TO WS-TOTAL-COUNT
                   IF SW-KIND-MFA
                       ADD 1 TO WS-MFA-COUNT
                   ELSE
                       ADD 1 TO WS-FULL-COUNT
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          SW-DATE DELIMITED BY SIZE
                          SW-CORR-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SW-STATUS DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SW-ENGAGEMENT-ID DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
                   IF SW-KIND-MFA
                       MOVE '    PASSWORD VALID, SECOND FACTOR REQUIRED'
                           TO WS-REPORT-LINE
                       WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
                   IF SW-LINKED-CORR-ID IS NUMERIC
                       AND SW-LINKED-CORR-ID > 0
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '    CROSS-SITE REUSE OF THE FINDING AT CORR '
                                  DELIMITED BY SIZE
                              SW-LINKED-CORR-ID DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       END-STRING
                       WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
           END-RETURN.

       2200-WRITE-ACCOUNT-TOTAL.
           END-STRING
           WRITE FINDINGS-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY PARMPA.
       COPY SGRPPA.
       COPY FILESTPA.
