       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  GET1 fans out across every active
      *>               site and its capture is used for content drift,
      *>               but nobody looked at the response headers.
      *>               This job reads the header capture GET1 leaves
      *>               beside its body capture (GET1RHDR, one record
      *>               per header line: site name, then the header
      *>               line as received) and checks each site against
      *>               the security-header policy in HDRPOLCY:
      *>                 - R lines name a header every site must send
      *>                   (Strict-Transport-Security, X-Frame-Options,
      *>                   Content-Security-Policy, X-Content-Type-
      *>                   Options and the like); a site without it
      *>                   fails MISSING;
      *>                 - V lines name a header that must not give
      *>                   away a version (Server, X-Powered-By ...);
      *>                   a site sending one with a version number in
      *>                   it fails VERSION.
      *>               Header names match without regard to case.
      *>               With no HDRPOLCY on file the four protections
      *>               and the usual disclosure headers above are
      *>               checked.  The report (HDRCRPT) gives every
      *>               active site PASS or FAIL with each rule's
      *>               outcome; a site GET1 left no headers for is
      *>               NOT CHECKED rather than passed.  Each failure
      *>               not already on an open HDRCHK finding for that
      *>               site and header is raised as a finding (rule
      *>               HREQ missing header, HVER version disclosed,
      *>               severity from the policy line) so it is worked
      *>               and reported to the site owner through the same
      *>               queue as the credential hits; an open finding
      *>               whose header now passes is noted as resolved
      *>               for closing.  Any failing site ends with
      *>               RETURN-CODE 4.
      *>   2026-10-15  The site fan-out table is narrowed to the run's
      *>               site selection: one site or a named site group
      *>               from SITEGRP, taken from the site or group
      *>               NIGHTLY scheduled the step against (SITESEL) or
      *>               else the central parameter HDRCHK/SITE-SEL. Blank
      *>               or absent still probes every active site.
      *>   2026-10-15  A finding matching a suppression in force on
      *>               SUPPREG is written with status SUPPRESS (shared
      *>               FINDPA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDRCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEADER-CAPTURE-FILE ASSIGN TO "GET1RHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-STATUS.
           SELECT OPTIONAL HEADER-POLICY-FILE ASSIGN TO "HDRPOLCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HP-STATUS.
           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "HDRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY FINDFC.
           COPY SUPRFC.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADER-CAPTURE-FILE.
       01  HEADER-CAPTURE-RECORD.
           05 HC-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 HC-HEADER-LINE        PIC X(120).

      *>   HP-TYPE R = required header, V = header that must not
      *>   carry a version.  HP-SEVERITY is the severity a finding
      *>   for the rule is raised at.
       FD  HEADER-POLICY-FILE.
       01  HEADER-POLICY-RECORD.
           05 HP-TYPE               PIC X(1).
           05 FILLER                PIC X.
           05 HP-HEADER-NAME        PIC X(40).
           05 FILLER                PIC X.
           05 HP-SEVERITY           PIC 9(3).

       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-REPORT-RECORD PIC X(132).

       COPY FINDFD.
       COPY SUPRFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY FINDWS.
           COPY SUPRWS.
           01 WS-HC-STATUS          PIC X(2).
           01 WS-HP-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-HC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-HEADERS     VALUE 'Y'.
           01 WS-HP-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-POLICY      VALUE 'Y'.
           01 WS-FN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-FINDINGS    VALUE 'Y'.
           01 WS-LOWER-CASE         PIC X(26)
                                    VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-UPPER-CASE         PIC X(26)
                                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *>   The policy, with each header name also held upper-cased
      *>   for matching, and the current site's outcome per rule.
           01 WS-POL-COUNT          PIC 9(2) VALUE 0.
           01 WS-POL-TABLE.
              05 WS-POL-ENTRY OCCURS 30 TIMES INDEXED BY PL-IDX.
                 10 WS-PL-TYPE         PIC X(1).
                 10 WS-PL-NAME         PIC X(40).
                 10 WS-PL-NAME-UP      PIC X(40).
                 10 WS-PL-SEVERITY     PIC 9(3).
                 10 WS-PL-RESULT       PIC X(7).
                 10 WS-PL-VALUE        PIC X(80).
                 10 WS-PL-NOTE         PIC X(30).
      *>   Every captured header line, by site.
           01 WS-HDR-COUNT          PIC 9(4) VALUE 0.
           01 WS-HDR-TABLE.
              05 WS-HDR-ENTRY OCCURS 2000 TIMES INDEXED BY HD-IDX.
                 10 WS-HD-SITE         PIC X(8).
                 10 WS-HD-NAME-UP      PIC X(40).
                 10 WS-HD-VALUE        PIC X(80).
           01 WS-HDR-DROPPED        PIC 9(5) VALUE 0.
      *>   Sites to report: every active directory site, plus any
      *>   site found only in the capture.
           01 WS-CHK-COUNT          PIC 9(3) VALUE 0.
           01 WS-CHK-TABLE.
              05 WS-CHK-ENTRY OCCURS 100 TIMES INDEXED BY CK-IDX.
                 10 WS-CK-SITE         PIC X(8).
                 10 WS-CK-CAPTURED-SW  PIC X(1).
      *>   Header findings still open on FINDINGS.
           01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
           01 WS-OPEN-TABLE.
              05 WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OF-IDX.
                 10 WS-OF-SITE         PIC X(8).
                 10 WS-OF-HEADER       PIC X(20).
                 10 WS-OF-RULE         PIC X(4).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-POST-SITE          PIC X(8).
           01 WS-DEFAULT-RULE.
              05 WS-DR-TYPE         PIC X(1).
              05 FILLER             PIC X.
              05 WS-DR-NAME         PIC X(40).
           01 WS-DR-SEVERITY        PIC 9(3).
           01 WS-HDR-NAME           PIC X(120).
           01 WS-HDR-VALUE          PIC X(120).
           01 WS-HDR-PTR            PIC 9(3).
           01 WS-LEAD-SPACES        PIC 9(3).
           01 WS-DIGIT-COUNT        PIC 9(3).
           01 WS-WORK-RULE          PIC X(4).
           01 WS-SITE-FAILURES      PIC 9(2).
           01 WS-SITES-CHECKED      PIC 9(3) VALUE 0.
           01 WS-SITES-PASSED       PIC 9(3) VALUE 0.
           01 WS-SITES-FAILED       PIC 9(3) VALUE 0.
           01 WS-SITES-UNCHECKED    PIC 9(3) VALUE 0.
           01 WS-NEW-FINDINGS       PIC 9(4) VALUE 0.
           01 WS-RESOLVED-COUNT     PIC 9(4) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SITE-LINE.
              05 FILLER             PIC X(5) VALUE 'SITE '.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-VERDICT      PIC X(11).
              05 WS-SL-TEXT         PIC X(40).
           01 WS-RULE-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-RL-RESULT       PIC X(8).
              05 WS-RL-NAME         PIC X(40).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-VALUE        PIC X(48).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-NOTE         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'HDRCHK' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-POLICY
           MOVE 'HDRCHK' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SITE-TABLE-COUNT
               MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-POST-SITE
               PERFORM 1250-POST-SITE
           END-PERFORM
           PERFORM 1200-LOAD-CAPTURE
           PERFORM 1300-LOAD-OPEN-FINDINGS
           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'HDRCRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SECURITY RESPONSE-HEADER COMPLIANCE -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CHK-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 2000-CHECK-ONE-SITE THRU 2000-CHECK-ONE-SITE-EXIT
               VARYING CK-IDX FROM 1 BY 1
               UNTIL CK-IDX > WS-CHK-COUNT
           PERFORM 3000-WRITE-TOTALS
           CLOSE COMPLIANCE-REPORT-FILE
           DISPLAY 'HDRCHK SITES PASSED: ' WS-SITES-PASSED
                   '  FAILED: ' WS-SITES-FAILED
                   '  NOT CHECKED: ' WS-SITES-UNCHECKED
                   '  NEW FINDINGS: ' WS-NEW-FINDINGS
           IF WS-SITES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-POLICY.
           OPEN INPUT HEADER-POLICY-FILE
           IF WS-HP-STATUS = '00'
               PERFORM 1100-LOAD-ONE-POLICY UNTIL END-OF-POLICY
               CLOSE HEADER-POLICY-FILE
           END-IF
           IF WS-POL-COUNT = 0
               PERFORM 1150-DEFAULT-POLICY
           END-IF
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-POL-COUNT
               MOVE WS-PL-NAME(PL-IDX) TO WS-PL-NAME-UP(PL-IDX)
               INSPECT WS-PL-NAME-UP(PL-IDX)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-PERFORM.

       1100-LOAD-ONE-POLICY.
           READ HEADER-POLICY-FILE
               AT END SET END-OF-POLICY TO TRUE
               NOT AT END
                   IF (HP-TYPE = 'R' OR HP-TYPE = 'V')
                       AND HP-HEADER-NAME NOT = SPACES
                       AND WS-POL-COUNT < 30
                       ADD 1 TO WS-POL-COUNT
                       SET PL-IDX TO WS-POL-COUNT
                       MOVE HP-TYPE TO WS-PL-TYPE(PL-IDX)
                       MOVE HP-HEADER-NAME TO WS-PL-NAME(PL-IDX)
                       IF HP-SEVERITY IS NUMERIC
                           MOVE HP-SEVERITY TO WS-PL-SEVERITY(PL-IDX)
                       ELSE
                           MOVE 0 TO WS-PL-SEVERITY(PL-IDX)
                       END-IF
                   END-IF
           END-READ.

       1150-DEFAULT-POLICY.
           MOVE 'R Strict-Transport-Security' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'R Content-Security-Policy' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'R X-Frame-Options' TO WS-DEFAULT-RULE
           MOVE 20 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'R X-Content-Type-Options' TO WS-DEFAULT-RULE
           MOVE 10 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'V Server' TO WS-DEFAULT-RULE
           MOVE 10 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'V X-Powered-By' TO WS-DEFAULT-RULE
           MOVE 10 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'V X-AspNet-Version' TO WS-DEFAULT-RULE
           MOVE 10 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'V X-Generator' TO WS-DEFAULT-RULE
           MOVE 10 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE.

       1160-ADD-DEFAULT-RULE.
           ADD 1 TO WS-POL-COUNT
           SET PL-IDX TO WS-POL-COUNT
           MOVE WS-DR-TYPE TO WS-PL-TYPE(PL-IDX)
           MOVE WS-DR-NAME TO WS-PL-NAME(PL-IDX)
           MOVE WS-DR-SEVERITY TO WS-PL-SEVERITY(PL-IDX).

       1200-LOAD-CAPTURE.
           OPEN INPUT HEADER-CAPTURE-FILE
           IF WS-HC-STATUS = '00'
               PERFORM 1210-LOAD-ONE-HEADER UNTIL END-OF-HEADERS
               CLOSE HEADER-CAPTURE-FILE
           ELSE
               DISPLAY 'HDRCHK: NO GET1RHDR CAPTURE -- NO SITE CHECKED'
           END-IF.

      *>   A line with no colon (the status line, a blank line) is
      *>   not a header and is passed over.  The value keeps any
      *>   colons of its own; only the blanks after the name's colon
      *>   are dropped.
       1210-LOAD-ONE-HEADER.
           READ HEADER-CAPTURE-FILE
               AT END SET END-OF-HEADERS TO TRUE
               NOT AT END
                   MOVE HC-SITE-NAME TO WS-POST-SITE
                   PERFORM 1250-POST-SITE
                   IF WS-FOUND
                       MOVE 'Y' TO WS-CK-CAPTURED-SW(CK-IDX)
                   END-IF
                   MOVE SPACES TO WS-HDR-NAME
                   MOVE 1 TO WS-HDR-PTR
                   UNSTRING HC-HEADER-LINE DELIMITED BY ':'
                       INTO WS-HDR-NAME
                       WITH POINTER WS-HDR-PTR
                   END-UNSTRING
                   IF WS-HDR-PTR NOT > 120
                       AND WS-HDR-NAME NOT = SPACES
                       MOVE SPACES TO WS-HDR-VALUE
                       MOVE HC-HEADER-LINE(WS-HDR-PTR:) TO WS-HDR-VALUE
                       MOVE 0 TO WS-LEAD-SPACES
                       INSPECT WS-HDR-VALUE
                           TALLYING WS-LEAD-SPACES FOR LEADING SPACES
                       IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 120
                           MOVE WS-HDR-VALUE(WS-LEAD-SPACES + 1:)
                               TO WS-HDR-VALUE
                       END-IF
                       INSPECT WS-HDR-NAME
                           CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       IF WS-HDR-COUNT < 2000
                           ADD 1 TO WS-HDR-COUNT
                           SET HD-IDX TO WS-HDR-COUNT
                           MOVE HC-SITE-NAME TO WS-HD-SITE(HD-IDX)
                           MOVE WS-HDR-NAME TO WS-HD-NAME-UP(HD-IDX)
                           MOVE WS-HDR-VALUE TO WS-HD-VALUE(HD-IDX)
                       ELSE
                           ADD 1 TO WS-HDR-DROPPED
                       END-IF
                   END-IF
           END-READ.

      *>   Leaves CK-IDX on the site named in WS-POST-SITE, adding it
      *>   (not yet captured) when it is new; WS-FOUND is off only
      *>   when the site table is full.
       1250-POST-SITE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CHK-COUNT OR WS-FOUND
               IF WS-CK-SITE(CK-IDX) = WS-POST-SITE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET CK-IDX DOWN BY 1
           ELSE
               IF WS-CHK-COUNT < 100
                   ADD 1 TO WS-CHK-COUNT
                   SET CK-IDX TO WS-CHK-COUNT
                   MOVE WS-POST-SITE TO WS-CK-SITE(CK-IDX)
                   MOVE 'N' TO WS-CK-CAPTURED-SW(CK-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       1300-LOAD-OPEN-FINDINGS.
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00'
               PERFORM 1310-LOAD-ONE-FINDING UNTIL END-OF-FINDINGS
               CLOSE FINDINGS-FILE
           END-IF.

       1310-LOAD-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-FINDINGS TO TRUE
               NOT AT END
                   IF FN-PROGRAM-ID = 'HDRCHK'
                       AND FN-STATUS NOT = 'CLOSED'
                       AND WS-OPEN-COUNT < 500
                       ADD 1 TO WS-OPEN-COUNT
                       SET OF-IDX TO WS-OPEN-COUNT
                       MOVE FN-SITE-NAME TO WS-OF-SITE(OF-IDX)
                       MOVE FN-USERID TO WS-OF-HEADER(OF-IDX)
                       MOVE FN-RULE-ID TO WS-OF-RULE(OF-IDX)
                   END-IF
           END-READ.

       2000-CHECK-ONE-SITE.
           MOVE WS-CK-SITE(CK-IDX) TO WS-SL-SITE
           MOVE SPACES TO WS-SL-TEXT
           IF WS-CK-CAPTURED-SW(CK-IDX) NOT = 'Y'
               ADD 1 TO WS-SITES-UNCHECKED
               MOVE 'NOT CHECKED' TO WS-SL-VERDICT
               MOVE '-- NO HEADER CAPTURE FROM GET1' TO WS-SL-TEXT
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-SITE-LINE
               GO TO 2000-CHECK-ONE-SITE-EXIT
           END-IF
           ADD 1 TO WS-SITES-CHECKED
           MOVE 0 TO WS-SITE-FAILURES
           PERFORM 2100-CHECK-ONE-RULE
               VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > WS-POL-COUNT
           IF WS-SITE-FAILURES = 0
               ADD 1 TO WS-SITES-PASSED
               MOVE 'PASS' TO WS-SL-VERDICT
           ELSE
               ADD 1 TO WS-SITES-FAILED
               MOVE 'FAIL' TO WS-SL-VERDICT
               STRING WS-SITE-FAILURES DELIMITED BY SIZE
                      ' RULE(S) FAILED' DELIMITED BY SIZE
                      INTO WS-SL-TEXT
               END-STRING
           END-IF
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-SITE-LINE
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-POL-COUNT
               MOVE WS-PL-RESULT(PL-IDX) TO WS-RL-RESULT
               MOVE WS-PL-NAME(PL-IDX) TO WS-RL-NAME
               MOVE WS-PL-VALUE(PL-IDX) TO WS-RL-VALUE
               MOVE WS-PL-NOTE(PL-IDX) TO WS-RL-NOTE
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-RULE-LINE
           END-PERFORM.
       2000-CHECK-ONE-SITE-EXIT.
           EXIT.

      *>   A version is any digit in a disclosure header's value:
      *>   "Apache" passes, "Apache/2.4.41" does not.
       2100-CHECK-ONE-RULE.
           MOVE SPACES TO WS-PL-VALUE(PL-IDX)
           MOVE SPACES TO WS-PL-NOTE(PL-IDX)
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > WS-HDR-COUNT OR WS-FOUND
               IF WS-HD-SITE(HD-IDX) = WS-CK-SITE(CK-IDX)
                   AND WS-HD-NAME-UP(HD-IDX) = WS-PL-NAME-UP(PL-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-HD-VALUE(HD-IDX) TO WS-PL-VALUE(PL-IDX)
               END-IF
           END-PERFORM
           MOVE 'PASS' TO WS-PL-RESULT(PL-IDX)
           IF WS-PL-TYPE(PL-IDX) = 'R'
               MOVE 'HREQ' TO WS-WORK-RULE
               IF NOT WS-FOUND
                   MOVE 'MISSING' TO WS-PL-RESULT(PL-IDX)
               END-IF
           ELSE
               MOVE 'HVER' TO WS-WORK-RULE
               IF WS-FOUND
                   MOVE 0 TO WS-DIGIT-COUNT
                   INSPECT WS-PL-VALUE(PL-IDX) TALLYING WS-DIGIT-COUNT
                       FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                           ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
                   IF WS-DIGIT-COUNT > 0
                       MOVE 'VERSION' TO WS-PL-RESULT(PL-IDX)
                   END-IF
               ELSE
                   MOVE '(NOT SENT)' TO WS-PL-VALUE(PL-IDX)
               END-IF
           END-IF
           PERFORM 2200-FIND-OPEN-FINDING
           IF WS-PL-RESULT(PL-IDX) = 'PASS'
               IF WS-FOUND
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE 'RESOLVED -- CLOSE OPEN FINDING'
                       TO WS-PL-NOTE(PL-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SITE-FAILURES
               IF WS-FOUND
                   MOVE 'FINDING ALREADY OPEN' TO WS-PL-NOTE(PL-IDX)
               ELSE
                   PERFORM 2300-RAISE-FINDING
                   MOVE 'NEW FINDING RAISED' TO WS-PL-NOTE(PL-IDX)
               END-IF
           END-IF.

       2200-FIND-OPEN-FINDING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OPEN-COUNT OR WS-FOUND
               IF WS-OF-SITE(OF-IDX) = WS-CK-SITE(CK-IDX)
                   AND WS-OF-HEADER(OF-IDX) = WS-PL-NAME(PL-IDX)(1:20)
                   AND WS-OF-RULE(OF-IDX) = WS-WORK-RULE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *>   The finding names the header where a credential hit names
      *>   the userid, and what was wrong where it names the
      *>   credential: MISSING, or the version the header gave away.
       2300-RAISE-FINDING.
           MOVE 'HDRCHK' TO WS-FN-PROGRAM-ID
           MOVE WS-CK-SITE(CK-IDX) TO WS-FN-SITE-NAME
           MOVE WS-PL-NAME(PL-IDX) TO WS-FN-USERID
           IF WS-PL-RESULT(PL-IDX) = 'MISSING'
               MOVE 'MISSING' TO WS-FN-CREDENTIAL
           ELSE
               MOVE WS-PL-VALUE(PL-IDX) TO WS-FN-CREDENTIAL
           END-IF
           MOVE 0 TO WS-FN-CORR-ID
           MOVE WS-WORK-RULE TO WS-FN-RULE-ID
           MOVE WS-PL-SEVERITY(PL-IDX) TO WS-FN-FIXED-SEVERITY
           MOVE SPACES TO WS-FN-ENGAGEMENT-ID
           PERFORM 8150-WRITE-FINDING THRU 8150-WRITE-FINDING-EXIT
           ADD 1 TO WS-NEW-FINDINGS
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               SET OF-IDX TO WS-OPEN-COUNT
               MOVE WS-CK-SITE(CK-IDX) TO WS-OF-SITE(OF-IDX)
               MOVE WS-PL-NAME(PL-IDX) TO WS-OF-HEADER(OF-IDX)
               MOVE WS-WORK-RULE TO WS-OF-RULE(OF-IDX)
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITES CHECKED: ' DELIMITED BY SIZE
                  WS-SITES-CHECKED DELIMITED BY SIZE
                  '  PASSED: ' DELIMITED BY SIZE
                  WS-SITES-PASSED DELIMITED BY SIZE
                  '  FAILED: ' DELIMITED BY SIZE
                  WS-SITES-FAILED DELIMITED BY SIZE
                  '  NOT CHECKED: ' DELIMITED BY SIZE
                  WS-SITES-UNCHECKED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW FINDINGS RAISED: ' DELIMITED BY SIZE
                  WS-NEW-FINDINGS DELIMITED BY SIZE
                  '  OPEN FINDINGS NOW RESOLVED: ' DELIMITED BY SIZE
                  WS-RESOLVED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-HDR-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** WARNING: HEADER TABLE FULL, ' DELIMITED BY SIZE
                      WS-HDR-DROPPED DELIMITED BY SIZE
                      ' CAPTURED HEADER LINES NOT CHECKED'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE COMPLIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY FINDPA.
       COPY SUPRPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
