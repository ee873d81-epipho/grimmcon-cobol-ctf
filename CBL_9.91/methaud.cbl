       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  The probes only ever send GET and
      *>               POST, so nothing told us which other methods a
      *>               site accepts.  This audit sends each site in
      *>               the run's site selection an OPTIONS request for
      *>               its base path and then one test request per
      *>               method on the method policy, under the same
      *>               maintenance-window, engagement-scope, nightly-
      *>               budget, pacing (METHAUD/DELAY-SECS, overridden
      *>               per site by PACING/<site>) and correlation-ID
      *>               controls as the sweeps.  The test requests go
      *>               to a probe resource under the base path
      *>               (METHAUD/PROBE-PATH, default methaud-probe.txt)
      *>               with no body, never to the base path itself,
      *>               so a site that does honour PUT or DELETE is
      *>               not harmed by the test.  The method policy
      *>               (METHPOL: site or DEFAULT, method, Y or N for
      *>               acceptable, and the severity a violation is
      *>               raised at) gives each site its acceptable
      *>               methods; a site's own lines replace DEFAULT's,
      *>               and with no DEFAULT on file GET, HEAD, POST
      *>               and OPTIONS are acceptable and PUT, DELETE,
      *>               PATCH, TRACE and CONNECT are not.  Responses
      *>               come back through the usual correlation-ID
      *>               capture (METHRESP) and the OPTIONS response's
      *>               Allow, Public and Access-Control-Allow-Methods
      *>               headers through METHAHDR (correlation ID, then
      *>               the header line as received).  A method is
      *>               ACCEPTED when its test answers 1xx-3xx, REFUSED
      *>               on 405 or 501, RESTRICTED on any other answer.
      *>               A method that is not acceptable and is accepted
      *>               is raised as a finding (rule MACC); one that is
      *>               only advertised by OPTIONS is raised as rule
      *>               MADV; an advertised method missing from the
      *>               policy counts as not acceptable at severity
      *>               METHAUD/UNLISTED-SEV (default 20).  A finding
      *>               already open for the site, method and rule is
      *>               not raised twice; an open finding whose method
      *>               now passes is noted as resolved for closing.
      *>               Each audited method's outcome is kept on the
      *>               method history (METHHIST) and the report
      *>               (METHRPT) lists, per site, every method and
      *>               what has changed since the site's last audit.
      *>               Any violation, or a budget stop, ends with
      *>               RETURN-CODE 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METHAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO "METHPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO "METHRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT OPTIONAL ALLOW-HEADER-FILE ASSIGN TO "METHAHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "METHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "METHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PARMFC.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY CORRFC.
           COPY PROBERFC.
           COPY BIZDTFC.
           COPY BUDGFC.
           COPY MWINFC.
           COPY SCOPEFC.
           COPY FINDFC.
           COPY SUPRFC.

       DATA DIVISION.
       FILE SECTION.
      *>   MP-ACCEPT Y = the method is acceptable on the site, N = it
      *>   is not.  MP-SEVERITY is the severity a violation is raised
      *>   at.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 MP-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 MP-METHOD             PIC X(8).
           05 FILLER                PIC X.
           05 MP-ACCEPT             PIC X(1).
           05 FILLER                PIC X.
           05 MP-SEVERITY           PIC 9(3).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD          PIC X(80).

       FD  ALLOW-HEADER-FILE.
       01  ALLOW-HEADER-RECORD.
           05 AH-CORR-ID            PIC X(8).
           05 FILLER                PIC X.
           05 AH-HEADER-LINE        PIC X(120).

      *>   MH-ADVERTISED Y = named by the site's OPTIONS answer.
      *>   MH-RESULT A accepted, R restricted, F refused, N no
      *>   response, blank not tested.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 MH-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 MH-METHOD             PIC X(8).
           05 FILLER                PIC X.
           05 MH-ADVERTISED         PIC X(1).
           05 FILLER                PIC X.
           05 MH-CODE               PIC X(3).
           05 FILLER                PIC X.
           05 MH-RESULT             PIC X(1).
           05 FILLER                PIC X.
           05 MH-AUDIT-DATE         PIC 9(8).
           05 FILLER                PIC X.
           05 MH-CORR-ID            PIC 9(8).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD      PIC X(132).

       COPY PARMFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
       COPY BUDGFD.
       COPY MWINFD.
       COPY SCOPEFD.
       COPY FINDFD.
       COPY SUPRFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY RSPMWS.
           COPY MSGLVWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY FINDWS.
           COPY SUPRWS.
           COPY FILESTWS.
           01 WS-MP-STATUS          PIC X(2).
           01 WS-RS-STATUS          PIC X(2).
           01 WS-AH-STATUS          PIC X(2).
           01 WS-MH-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-MP-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-POLICY      VALUE 'Y'.
           01 WS-RESP-EOF-SW        PIC X VALUE 'N'.
              88 END-OF-RESPONSES   VALUE 'Y'.
           01 WS-AH-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-ALLOW-HEADERS VALUE 'Y'.
           01 WS-MH-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           01 WS-FN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-FINDINGS    VALUE 'Y'.
           01 WS-LOWER-CASE         PIC X(26)
                                    VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-UPPER-CASE         PIC X(26)
                                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-DELAY-SECONDS      PIC 9(4) VALUE 1.
           01 WS-BASE-DELAY         PIC 9(4) VALUE 1.
           01 WS-PROBE-PATH         PIC X(30) VALUE 'methaud-probe.txt'.
           01 WS-UNLISTED-SEV       PIC 9(3) VALUE 20.
      *>   The method policy as loaded, DEFAULT lines included.
           01 WS-POL-COUNT          PIC 9(3) VALUE 0.
           01 WS-POL-DEFAULTS       PIC 9(3) VALUE 0.
           01 WS-POL-TABLE.
              05 WS-POL-ENTRY OCCURS 200 TIMES INDEXED BY PL-IDX.
                 10 WS-PL-SITE         PIC X(8).
                 10 WS-PL-METHOD       PIC X(8).
                 10 WS-PL-ACCEPT       PIC X(1).
                 10 WS-PL-SEVERITY     PIC 9(3).
           01 WS-POL-SITE           PIC X(8).
           01 WS-DEFAULT-RULE.
              05 WS-DR-METHOD       PIC X(8).
              05 FILLER             PIC X.
              05 WS-DR-ACCEPT       PIC X(1).
           01 WS-DR-SEVERITY        PIC 9(3).
      *>   Method-list header values from OPTIONS answers, upper-
      *>   cased, by correlation ID.
           01 WS-ALLOW-COUNT        PIC 9(4) VALUE 0.
           01 WS-ALLOW-DROPPED      PIC 9(5) VALUE 0.
           01 WS-ALLOW-TABLE.
              05 WS-ALLOW-ENTRY OCCURS 1000 TIMES INDEXED BY AH-IDX.
                 10 WS-AL-CORR-ID      PIC 9(8).
                 10 WS-AL-VALUE        PIC X(120).
           01 WS-HDR-NAME           PIC X(120).
           01 WS-HDR-VALUE          PIC X(120).
           01 WS-HDR-PTR            PIC 9(3).
           01 WS-LEAD-SPACES        PIC 9(3).
           01 WS-AH-CORR-X          PIC X(8).
           01 WS-AH-CORR-N REDEFINES WS-AH-CORR-X PIC 9(8).
           01 WS-TOKEN              PIC X(20).
           01 WS-TOKEN-PTR          PIC 9(3).
      *>   The current site's methods: its policy, plus anything
      *>   its OPTIONS answer advertised that the policy does not
      *>   name, with tonight's outcome for each.
           01 WS-MT-COUNT           PIC 9(2) VALUE 0.
           01 WS-METHOD-TABLE.
              05 WS-MT-ENTRY OCCURS 30 TIMES INDEXED BY MT-IDX.
                 10 WS-MT-METHOD       PIC X(8).
                 10 WS-MT-ACCEPT       PIC X(1).
                 10 WS-MT-SEVERITY     PIC 9(3).
                 10 WS-MT-LISTED-SW    PIC X(1).
                 10 WS-MT-ADVERTISED   PIC X(1).
                 10 WS-MT-CODE         PIC X(3).
                 10 WS-MT-RESULT       PIC X(1).
                 10 WS-MT-CORR-ID      PIC 9(8).
                 10 WS-MT-RULE         PIC X(4).
                 10 WS-MT-NOTE         PIC X(30).
           01 WS-OPTIONS-CORR-ID    PIC 9(8).
           01 WS-POST-METHOD        PIC X(8).
      *>   The method history: last audit's outcome per site and
      *>   method, updated in place for tonight's audited sites and
      *>   rewritten whole at the end.
           01 WS-HIST-COUNT         PIC 9(4) VALUE 0.
           01 WS-HIST-DROPPED       PIC 9(5) VALUE 0.
           01 WS-HIST-TABLE.
              05 WS-HIST-ENTRY OCCURS 2000 TIMES INDEXED BY MH-IDX.
                 10 WS-MH-T-SITE       PIC X(8).
                 10 WS-MH-T-METHOD     PIC X(8).
                 10 WS-MH-T-ADVERTISED PIC X(1).
                 10 WS-MH-T-CODE       PIC X(3).
                 10 WS-MH-T-RESULT     PIC X(1).
                 10 WS-MH-T-DATE       PIC 9(8).
                 10 WS-MH-T-CORR-ID    PIC 9(8).
                 10 WS-MH-T-SEEN-SW    PIC X(1).
           01 WS-SITE-HIST-COUNT    PIC 9(3).
           01 WS-SITE-LAST-AUDIT    PIC 9(8).
      *>   Method findings still open on FINDINGS.
           01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
           01 WS-OPEN-TABLE.
              05 WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OF-IDX.
                 10 WS-OF-SITE         PIC X(8).
                 10 WS-OF-METHOD       PIC X(20).
                 10 WS-OF-RULE         PIC X(4).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-SEND-METHOD        PIC X(8).
           01 WS-SEND-TARGET        PIC X(1).
              88 WS-SEND-TO-BASE    VALUE 'B'.
           01 WS-SITE-VIOLATIONS    PIC 9(2).
           01 WS-SITE-CHANGES       PIC 9(3).
           01 WS-SITES-AUDITED      PIC 9(3) VALUE 0.
           01 WS-SITES-PASSED       PIC 9(3) VALUE 0.
           01 WS-SITES-FAILED       PIC 9(3) VALUE 0.
           01 WS-SITES-SKIPPED      PIC 9(3) VALUE 0.
           01 WS-TOT-CHANGES        PIC 9(4) VALUE 0.
           01 WS-NEW-FINDINGS       PIC 9(4) VALUE 0.
           01 WS-RESOLVED-COUNT     PIC 9(4) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SITE-LINE.
              05 FILLER             PIC X(5) VALUE 'SITE '.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-VERDICT      PIC X(11).
              05 WS-SL-TEXT         PIC X(60).
           01 WS-METHOD-HEAD        PIC X(80) VALUE
              '    METHOD   POLICY  ADVERTISED  CODE  RESULT      RULE  NOTE'.
           01 WS-METHOD-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-ML-METHOD       PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-POLICY       PIC X(7).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-ADVERTISED   PIC X(11).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-CODE         PIC X(5).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-RESULT       PIC X(11).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-RULE         PIC X(5).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-ML-NOTE         PIC X(30).
           01 WS-CHANGE-LINE.
              05 FILLER             PIC X(6) VALUE SPACES.
              05 WS-CL-METHOD       PIC X(8).
              05 FILLER             PIC X(6) VALUE ' WAS: '.
              05 WS-CL-WAS          PIC X(25).
              05 FILLER             PIC X(6) VALUE ' NOW: '.
              05 WS-CL-NOW          PIC X(25).
           01 WS-OUTCOME-TEXT.
              05 WS-OT-ADVERTISED   PIC X(11).
              05 WS-OT-RESULT       PIC X(11).
              05 WS-OT-CODE         PIC X(3).
           01 WS-OT-ADV-FLAG        PIC X(1).
           01 WS-OT-RESULT-FLAG     PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'METHAUD' TO WS-FS-PROGRAM-ID
           MOVE 'METHAUD' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-PARMS
           PERFORM 1100-LOAD-POLICY
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-STATUS = '00'
               PERFORM 8850-LOAD-RESPONSE-TABLE THRU
                   8850-LOAD-RESPONSE-TABLE-EXIT
               CLOSE RESPONSE-FILE
           END-IF
           PERFORM 1200-LOAD-ALLOW-HEADERS
           PERFORM 1300-LOAD-HISTORY
           PERFORM 1400-LOAD-OPEN-FINDINGS
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           MOVE 'METHAUD' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           MOVE 'User-Agent: COBOL' TO USERAGENT
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'METHRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HTTP METHOD EXPOSURE AUDIT -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '   PROBE RESOURCE: ' DELIMITED BY SIZE
                  WS-PROBE-PATH DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SITE-TABLE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 2000-AUDIT-ONE-SITE THRU 2000-AUDIT-ONE-SITE-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
               8950-REPORT-ORPHAN-RESPONSES-EXIT
           PERFORM 3000-WRITE-HISTORY
           PERFORM 4000-WRITE-TOTALS
           CLOSE AUDIT-REPORT-FILE
           DISPLAY 'METHAUD SITES PASSED: ' WS-SITES-PASSED
                   '  FAILED: ' WS-SITES-FAILED
                   '  NOT AUDITED: ' WS-SITES-SKIPPED
                   '  CHANGES: ' WS-TOT-CHANGES
                   '  NEW FINDINGS: ' WS-NEW-FINDINGS
           IF WS-SITES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'METHAUD STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PARMS.
           MOVE 'METHAUD' TO WS-PM-PROGRAM-ID
           MOVE 'DELAY-SECS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-BASE-DELAY
           END-IF
           MOVE 'PROBE-PATH' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE NOT = SPACES
               MOVE WS-PM-PARM-VALUE TO WS-PROBE-PATH
               IF WS-PROBE-PATH(1:1) = '/'
                   MOVE WS-PROBE-PATH(2:) TO WS-PROBE-PATH
               END-IF
           END-IF
           MOVE 'UNLISTED-SEV' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-UNLISTED-SEV
           END-IF.

       1100-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-MP-STATUS = '00' OR WS-MP-STATUS = '05'
               PERFORM 1110-LOAD-ONE-POLICY UNTIL END-OF-POLICY
               CLOSE POLICY-FILE
           END-IF
           IF WS-POL-DEFAULTS = 0
               PERFORM 1150-DEFAULT-POLICY
           END-IF.

       1110-LOAD-ONE-POLICY.
           READ POLICY-FILE
               AT END SET END-OF-POLICY TO TRUE
               NOT AT END
                   IF MP-SITE-NAME NOT = SPACES
                       AND MP-SITE-NAME(1:1) NOT = '*'
                       AND MP-METHOD NOT = SPACES
                       AND (MP-ACCEPT = 'Y' OR MP-ACCEPT = 'N')
                       IF WS-POL-COUNT < 200
                           ADD 1 TO WS-POL-COUNT
                           SET PL-IDX TO WS-POL-COUNT
                           MOVE MP-SITE-NAME TO WS-PL-SITE(PL-IDX)
                           MOVE MP-METHOD TO WS-PL-METHOD(PL-IDX)
                           INSPECT WS-PL-METHOD(PL-IDX)
                               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                           MOVE MP-ACCEPT TO WS-PL-ACCEPT(PL-IDX)
                           IF MP-SEVERITY IS NUMERIC
                               MOVE MP-SEVERITY TO WS-PL-SEVERITY(PL-IDX)
                           ELSE
                               MOVE 0 TO WS-PL-SEVERITY(PL-IDX)
                           END-IF
                           IF MP-SITE-NAME = 'DEFAULT'
                               ADD 1 TO WS-POL-DEFAULTS
                           END-IF
                       ELSE
                           DISPLAY 'METHAUD: METHPOL TABLE FULL -- '
                                   MP-SITE-NAME ' ' MP-METHOD
                                   ' NOT LOADED'
                       END-IF
                   END-IF
           END-READ.

       1150-DEFAULT-POLICY.
           MOVE 'GET      Y' TO WS-DEFAULT-RULE
           MOVE 0 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'HEAD     Y' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'POST     Y' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'OPTIONS  Y' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'PUT      N' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'DELETE   N' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'PATCH    N' TO WS-DEFAULT-RULE
           MOVE 20 TO WS-DR-SEVERITY
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'TRACE    N' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE
           MOVE 'CONNECT  N' TO WS-DEFAULT-RULE
           PERFORM 1160-ADD-DEFAULT-RULE.

       1160-ADD-DEFAULT-RULE.
           IF WS-POL-COUNT < 200
               ADD 1 TO WS-POL-COUNT
               SET PL-IDX TO WS-POL-COUNT
               MOVE 'DEFAULT' TO WS-PL-SITE(PL-IDX)
               MOVE WS-DR-METHOD TO WS-PL-METHOD(PL-IDX)
               MOVE WS-DR-ACCEPT TO WS-PL-ACCEPT(PL-IDX)
               MOVE WS-DR-SEVERITY TO WS-PL-SEVERITY(PL-IDX)
           END-IF.

      *>   Only the method-list headers are kept; everything else
      *>   the OPTIONS answers carried is passed over.
       1200-LOAD-ALLOW-HEADERS.
           OPEN INPUT ALLOW-HEADER-FILE
           IF WS-AH-STATUS = '00' OR WS-AH-STATUS = '05'
               PERFORM 1210-LOAD-ONE-ALLOW-HEADER
                   UNTIL END-OF-ALLOW-HEADERS
               CLOSE ALLOW-HEADER-FILE
           END-IF
           IF WS-ALLOW-DROPPED > 0
               DISPLAY 'METHAUD WARNING: METHAHDR TABLE FULL, '
                       WS-ALLOW-DROPPED ' HEADER LINES NOT LOADED'
           END-IF.

       1210-LOAD-ONE-ALLOW-HEADER.
           READ ALLOW-HEADER-FILE
               AT END SET END-OF-ALLOW-HEADERS TO TRUE
               NOT AT END
                   MOVE AH-CORR-ID TO WS-AH-CORR-X
                   MOVE SPACES TO WS-HDR-NAME
                   MOVE 1 TO WS-HDR-PTR
                   UNSTRING AH-HEADER-LINE DELIMITED BY ':'
                       INTO WS-HDR-NAME
                       WITH POINTER WS-HDR-PTR
                   END-UNSTRING
                   INSPECT WS-HDR-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   IF WS-AH-CORR-X IS NUMERIC
                       AND WS-HDR-PTR NOT > 120
                       AND (WS-HDR-NAME = 'ALLOW'
                            OR WS-HDR-NAME = 'PUBLIC'
                            OR WS-HDR-NAME =
                                'ACCESS-CONTROL-ALLOW-METHODS')
                       MOVE SPACES TO WS-HDR-VALUE
                       MOVE AH-HEADER-LINE(WS-HDR-PTR:) TO WS-HDR-VALUE
                       MOVE 0 TO WS-LEAD-SPACES
                       INSPECT WS-HDR-VALUE
                           TALLYING WS-LEAD-SPACES FOR LEADING SPACES
                       IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 120
                           MOVE WS-HDR-VALUE(WS-LEAD-SPACES + 1:)
                               TO WS-HDR-VALUE
                       END-IF
                       INSPECT WS-HDR-VALUE
                           CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       IF WS-ALLOW-COUNT < 1000
                           ADD 1 TO WS-ALLOW-COUNT
                           SET AH-IDX TO WS-ALLOW-COUNT
                           MOVE WS-AH-CORR-N TO WS-AL-CORR-ID(AH-IDX)
                           MOVE WS-HDR-VALUE TO WS-AL-VALUE(AH-IDX)
                       ELSE
                           ADD 1 TO WS-ALLOW-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-MH-STATUS = '00' OR WS-MH-STATUS = '05'
               PERFORM 1310-LOAD-ONE-HISTORY UNTIL END-OF-HISTORY
               CLOSE HISTORY-FILE
           END-IF.

       1310-LOAD-ONE-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF MH-SITE-NAME NOT = SPACES
                       AND MH-METHOD NOT = SPACES
                       IF WS-HIST-COUNT < 2000
                           ADD 1 TO WS-HIST-COUNT
                           SET MH-IDX TO WS-HIST-COUNT
                           MOVE MH-SITE-NAME TO WS-MH-T-SITE(MH-IDX)
                           MOVE MH-METHOD TO WS-MH-T-METHOD(MH-IDX)
                           MOVE MH-ADVERTISED
                               TO WS-MH-T-ADVERTISED(MH-IDX)
                           MOVE MH-CODE TO WS-MH-T-CODE(MH-IDX)
                           MOVE MH-RESULT TO WS-MH-T-RESULT(MH-IDX)
                           IF MH-AUDIT-DATE IS NUMERIC
                               MOVE MH-AUDIT-DATE TO WS-MH-T-DATE(MH-IDX)
                           ELSE
                               MOVE 0 TO WS-MH-T-DATE(MH-IDX)
                           END-IF
                           IF MH-CORR-ID IS NUMERIC
                               MOVE MH-CORR-ID
                                   TO WS-MH-T-CORR-ID(MH-IDX)
                           ELSE
                               MOVE 0 TO WS-MH-T-CORR-ID(MH-IDX)
                           END-IF
                           MOVE 'N' TO WS-MH-T-SEEN-SW(MH-IDX)
                       ELSE
                           ADD 1 TO WS-HIST-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1400-LOAD-OPEN-FINDINGS.
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00' OR WS-FN-STATUS = '05'
               PERFORM 1410-LOAD-ONE-FINDING UNTIL END-OF-FINDINGS
               CLOSE FINDINGS-FILE
           END-IF.

       1410-LOAD-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-FINDINGS TO TRUE
               NOT AT END
                   IF FN-PROGRAM-ID = 'METHAUD'
                       AND FN-STATUS NOT = 'CLOSED'
                       AND WS-OPEN-COUNT < 500
                       ADD 1 TO WS-OPEN-COUNT
                       SET OF-IDX TO WS-OPEN-COUNT
                       MOVE FN-SITE-NAME TO WS-OF-SITE(OF-IDX)
                       MOVE FN-USERID TO WS-OF-METHOD(OF-IDX)
                       MOVE FN-RULE-ID TO WS-OF-RULE(OF-IDX)
                   END-IF
           END-READ.

      *>   A site is audited only when it is outside any maintenance
      *>   window and inside the engagement scope, and its outcome
      *>   is judged and kept only when every request was sent -- a
      *>   budget stop part-way leaves its history as it was.
       2000-AUDIT-ONE-SITE.
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SL-SITE
           MOVE SPACES TO WS-SL-TEXT
           IF WS-BUDGET-EXHAUSTED
               ADD 1 TO WS-SITES-SKIPPED
               MOVE 'NOT AUDITED' TO WS-SL-VERDICT
               MOVE '-- NIGHTLY BUDGET EXHAUSTED' TO WS-SL-TEXT
               WRITE AUDIT-REPORT-RECORD FROM WS-SITE-LINE
               GO TO 2000-AUDIT-ONE-SITE-EXIT
           END-IF
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-MW-SITE-NAME
           PERFORM 8280-CHECK-MAINT-WINDOW THRU
               8280-CHECK-MAINT-WINDOW-EXIT
           IF WS-SITE-IN-MAINT
               DISPLAY 'METHAUD SKIPPED (MAINTENANCE WINDOW): '
                       WS-MW-SITE-NAME ' ' WS-MW-REASON
               ADD 1 TO WS-SITES-SKIPPED
               MOVE 'NOT AUDITED' TO WS-SL-VERDICT
               MOVE '-- MAINTENANCE WINDOW' TO WS-SL-TEXT
               WRITE AUDIT-REPORT-RECORD FROM WS-SITE-LINE
               GO TO 2000-AUDIT-ONE-SITE-EXIT
           END-IF
           MOVE 'METHAUD' TO WS-SC-PROGRAM
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SC-SITE
           PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
           IF WS-OUT-OF-SCOPE
               MOVE SPACES TO GETLINE
               PERFORM 8455-WRITE-SCOPE-EXC THRU
                   8455-WRITE-SCOPE-EXC-EXIT
               ADD 1 TO WS-SITES-SKIPPED
               MOVE 'NOT AUDITED' TO WS-SL-VERDICT
               MOVE '-- OUT OF ENGAGEMENT SCOPE' TO WS-SL-TEXT
               WRITE AUDIT-REPORT-RECORD FROM WS-SITE-LINE
               GO TO 2000-AUDIT-ONE-SITE-EXIT
           END-IF
      *>   A measured per-site pacing (RATECAL, approved into
      *>   PACING/<site>) overrides the program-wide delay.
           MOVE WS-BASE-DELAY TO WS-DELAY-SECONDS
           MOVE 'PACING' TO WS-PM-PROGRAM-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-DELAY-SECONDS
           END-IF
           MOVE 'METHAUD' TO WS-PM-PROGRAM-ID
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PR-SITE-NAME
           MOVE SPACES TO HOSTLINE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-ST-HOSTPORT(ST-IDX) DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           PERFORM 2050-BUILD-SITE-METHODS
           MOVE 'OPTIONS' TO WS-SEND-METHOD
           MOVE 'B' TO WS-SEND-TARGET
           PERFORM 2250-SEND-REQUEST THRU 2250-SEND-REQUEST-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2000-AUDIT-ONE-SITE-INCOMPLETE
           END-IF
           MOVE WS-CORR-ID TO WS-OPTIONS-CORR-ID
           MOVE 'OPTIONS' TO WS-POST-METHOD
           PERFORM 2170-POST-METHOD
           PERFORM 2260-RECORD-OUTCOME
           PERFORM 2150-COLLECT-ALLOW
               VARYING AH-IDX FROM 1 BY 1
               UNTIL AH-IDX > WS-ALLOW-COUNT
           PERFORM 2200-TEST-ONE-METHOD THRU 2200-TEST-ONE-METHOD-EXIT
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MT-COUNT
                  OR WS-BUDGET-EXHAUSTED
           IF WS-BUDGET-EXHAUSTED
               GO TO 2000-AUDIT-ONE-SITE-INCOMPLETE
           END-IF
           ADD 1 TO WS-SITES-AUDITED
           MOVE 0 TO WS-SITE-VIOLATIONS
           PERFORM 2300-JUDGE-ONE-METHOD
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MT-COUNT
           IF WS-SITE-VIOLATIONS = 0
               ADD 1 TO WS-SITES-PASSED
               MOVE 'PASS' TO WS-SL-VERDICT
           ELSE
               ADD 1 TO WS-SITES-FAILED
               MOVE 'FAIL' TO WS-SL-VERDICT
               STRING WS-SITE-VIOLATIONS DELIMITED BY SIZE
                      ' METHOD(S) AGAINST POLICY' DELIMITED BY SIZE
                      INTO WS-SL-TEXT
               END-STRING
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM WS-SITE-LINE
           MOVE WS-METHOD-HEAD TO WS-REPORT-LINE
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 2400-WRITE-METHOD-LINE
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MT-COUNT
           PERFORM 2600-COMPARE-HISTORY
           GO TO 2000-AUDIT-ONE-SITE-EXIT.
       2000-AUDIT-ONE-SITE-INCOMPLETE.
           ADD 1 TO WS-SITES-SKIPPED
           MOVE 'INCOMPLETE' TO WS-SL-VERDICT
           MOVE '-- NIGHTLY BUDGET EXHAUSTED PART-WAY, NOT JUDGED'
               TO WS-SL-TEXT
           WRITE AUDIT-REPORT-RECORD FROM WS-SITE-LINE.
       2000-AUDIT-ONE-SITE-EXIT.
           EXIT.

      *>   The site's own policy lines when it has any, else
      *>   DEFAULT's; OPTIONS is always on the table, acceptable
      *>   unless the policy says otherwise, since it is always sent.
       2050-BUILD-SITE-METHODS.
           MOVE 0 TO WS-MT-COUNT
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-POL-SITE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-POL-COUNT OR WS-FOUND
               IF WS-PL-SITE(PL-IDX) = WS-POL-SITE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE 'DEFAULT' TO WS-POL-SITE
           END-IF
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-POL-COUNT
               IF WS-PL-SITE(PL-IDX) = WS-POL-SITE
                   MOVE WS-PL-METHOD(PL-IDX) TO WS-POST-METHOD
                   PERFORM 2170-POST-METHOD
                   IF WS-FOUND
                       MOVE WS-PL-ACCEPT(PL-IDX) TO WS-MT-ACCEPT(MT-IDX)
                       MOVE WS-PL-SEVERITY(PL-IDX)
                           TO WS-MT-SEVERITY(MT-IDX)
                       MOVE 'Y' TO WS-MT-LISTED-SW(MT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'OPTIONS' TO WS-POST-METHOD
           PERFORM 2170-POST-METHOD
           IF WS-FOUND AND WS-MT-LISTED-SW(MT-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-MT-ACCEPT(MT-IDX)
               MOVE 'Y' TO WS-MT-LISTED-SW(MT-IDX)
           END-IF.

      *>   A method-list header value is a comma- or blank-separated
      *>   list; each method in it is marked advertised, and one the
      *>   policy does not name is added as not acceptable.
       2150-COLLECT-ALLOW.
           IF WS-AL-CORR-ID(AH-IDX) = WS-OPTIONS-CORR-ID
               MOVE 1 TO WS-TOKEN-PTR
               PERFORM 2160-TAKE-ONE-TOKEN
                   UNTIL WS-TOKEN-PTR > 120
           END-IF.

       2160-TAKE-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN
           UNSTRING WS-AL-VALUE(AH-IDX) DELIMITED BY ',' OR ALL SPACE
               INTO WS-TOKEN
               WITH POINTER WS-TOKEN-PTR
           END-UNSTRING
           IF WS-TOKEN NOT = SPACES AND WS-TOKEN(9:) = SPACES
               MOVE WS-TOKEN TO WS-POST-METHOD
               PERFORM 2170-POST-METHOD
               IF WS-FOUND
                   MOVE 'Y' TO WS-MT-ADVERTISED(MT-IDX)
                   IF WS-MT-LISTED-SW(MT-IDX) NOT = 'Y'
                       MOVE 'N' TO WS-MT-ACCEPT(MT-IDX)
                       MOVE WS-UNLISTED-SEV TO WS-MT-SEVERITY(MT-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-TOKEN-PTR NOT > 120
               IF WS-AL-VALUE(AH-IDX)(WS-TOKEN-PTR:) = SPACES
                   MOVE 121 TO WS-TOKEN-PTR
               END-IF
           END-IF.

      *>   Leaves MT-IDX on the method in WS-POST-METHOD, adding it
      *>   (unlisted, not yet tested) when it is new; WS-FOUND is off
      *>   only when the table is full.
       2170-POST-METHOD.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MT-COUNT OR WS-FOUND
               IF WS-MT-METHOD(MT-IDX) = WS-POST-METHOD
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET MT-IDX DOWN BY 1
           ELSE
               IF WS-MT-COUNT < 30
                   ADD 1 TO WS-MT-COUNT
                   SET MT-IDX TO WS-MT-COUNT
                   MOVE WS-POST-METHOD TO WS-MT-METHOD(MT-IDX)
                   MOVE 'N' TO WS-MT-ACCEPT(MT-IDX)
                   MOVE WS-UNLISTED-SEV TO WS-MT-SEVERITY(MT-IDX)
                   MOVE 'N' TO WS-MT-LISTED-SW(MT-IDX)
                   MOVE 'N' TO WS-MT-ADVERTISED(MT-IDX)
                   MOVE SPACES TO WS-MT-CODE(MT-IDX)
                   MOVE SPACES TO WS-MT-RESULT(MT-IDX)
                   MOVE 0 TO WS-MT-CORR-ID(MT-IDX)
                   MOVE SPACES TO WS-MT-RULE(MT-IDX)
                   MOVE SPACES TO WS-MT-NOTE(MT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

      *>   Every policy method other than OPTIONS (already sent) is
      *>   tested once; a method only advertised is not.
       2200-TEST-ONE-METHOD.
           IF WS-MT-LISTED-SW(MT-IDX) NOT = 'Y'
               OR WS-MT-METHOD(MT-IDX) = 'OPTIONS'
               GO TO 2200-TEST-ONE-METHOD-EXIT
           END-IF
           MOVE WS-MT-METHOD(MT-IDX) TO WS-SEND-METHOD
           MOVE 'P' TO WS-SEND-TARGET
           PERFORM 2250-SEND-REQUEST THRU 2250-SEND-REQUEST-EXIT
           IF NOT WS-BUDGET-EXHAUSTED
               PERFORM 2260-RECORD-OUTCOME
           END-IF.
       2200-TEST-ONE-METHOD-EXIT.
           EXIT.

      *>   Sends WS-SEND-METHOD to the base path or the probe
      *>   resource and finds its response; a method that may carry
      *>   a body says it carries none.
       2250-SEND-REQUEST.
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2250-SEND-REQUEST-EXIT
           END-IF
           MOVE SPACES TO GETLINE
           IF WS-SEND-TO-BASE
               STRING WS-SEND-METHOD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-ST-BASE-PATH(ST-IDX) DELIMITED BY SPACE
                      ' HTTP/1.1' DELIMITED BY SIZE
                      INTO GETLINE
               END-STRING
           ELSE
               STRING WS-SEND-METHOD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-ST-BASE-PATH(ST-IDX) DELIMITED BY SPACE
                      WS-PROBE-PATH DELIMITED BY SPACE
                      ' HTTP/1.1' DELIMITED BY SIZE
                      INTO GETLINE
               END-STRING
           END-IF
           MOVE SPACES TO CONTENTLENLINE
           IF WS-SEND-METHOD = 'POST' OR WS-SEND-METHOD = 'PUT'
               OR WS-SEND-METHOD = 'PATCH'
               MOVE 'Content-Length: 0' TO CONTENTLENLINE
           END-IF
           PERFORM 9200-NEXT-CORRELATION-ID THRU
               9200-NEXT-CORRELATION-ID-EXIT
           MOVE SPACES TO CORRIDLINE
           STRING 'X-Correlation-Id: ' DELIMITED BY SIZE
                  WS-CORR-ID DELIMITED BY SIZE
                  INTO CORRIDLINE
           END-STRING
           EVALUATE TRUE
               WHEN WS-MSG-TRACE
                   DISPLAY GETLINE
                   DISPLAY HOSTLINE
                   DISPLAY USERAGENT
                   IF CONTENTLENLINE NOT = SPACES
                       DISPLAY CONTENTLENLINE
                   END-IF
                   DISPLAY CORRIDLINE
                   DISPLAY CR
               WHEN WS-MSG-NORMAL
                   DISPLAY GETLINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 8900-FIND-RESPONSE THRU 8900-FIND-RESPONSE-EXIT
           MOVE 'METHAUD' TO WS-PR-PROGRAM-ID
           MOVE GETLINE TO WS-PR-REQUEST-LINE
           MOVE WS-RM-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
           MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
           PERFORM 8100-WRITE-PROBE-RESULT THRU
               8100-WRITE-PROBE-RESULT-EXIT
           CALL 'C$SLEEP' USING WS-DELAY-SECONDS.
       2250-SEND-REQUEST-EXIT.
           EXIT.

       2260-RECORD-OUTCOME.
           MOVE WS-CORR-ID TO WS-MT-CORR-ID(MT-IDX)
           MOVE WS-RM-RESPONSE-CODE TO WS-MT-CODE(MT-IDX)
           EVALUATE TRUE
               WHEN NOT WS-RM-FOUND
                   MOVE 'N' TO WS-MT-RESULT(MT-IDX)
               WHEN WS-RM-RESPONSE-CODE = '405'
                    OR WS-RM-RESPONSE-CODE = '501'
                   MOVE 'F' TO WS-MT-RESULT(MT-IDX)
               WHEN WS-RM-RESPONSE-CODE(1:1) = '1'
                    OR WS-RM-RESPONSE-CODE(1:1) = '2'
                    OR WS-RM-RESPONSE-CODE(1:1) = '3'
                   MOVE 'A' TO WS-MT-RESULT(MT-IDX)
               WHEN OTHER
                   MOVE 'R' TO WS-MT-RESULT(MT-IDX)
           END-EVALUATE.

      *>   A method the site may not offer fails MACC when its test
      *>   was accepted and MADV when OPTIONS advertised it.
       2300-JUDGE-ONE-METHOD.
           MOVE SPACES TO WS-MT-RULE(MT-IDX)
           MOVE SPACES TO WS-MT-NOTE(MT-IDX)
           IF WS-MT-ACCEPT(MT-IDX) = 'N'
               IF WS-MT-RESULT(MT-IDX) = 'A'
                   MOVE 'MACC' TO WS-MT-RULE(MT-IDX)
               ELSE
                   IF WS-MT-ADVERTISED(MT-IDX) = 'Y'
                       MOVE 'MADV' TO WS-MT-RULE(MT-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-MT-RULE(MT-IDX) = SPACES
               PERFORM 2310-FIND-ANY-OPEN-FINDING
               IF WS-FOUND
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE 'RESOLVED -- CLOSE OPEN FINDING'
                       TO WS-MT-NOTE(MT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SITE-VIOLATIONS
               PERFORM 2320-FIND-OPEN-FINDING
               IF WS-FOUND
                   MOVE 'FINDING ALREADY OPEN' TO WS-MT-NOTE(MT-IDX)
               ELSE
                   PERFORM 2500-RAISE-FINDING
                   MOVE 'NEW FINDING RAISED' TO WS-MT-NOTE(MT-IDX)
               END-IF
           END-IF.

       2310-FIND-ANY-OPEN-FINDING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OPEN-COUNT OR WS-FOUND
               IF WS-OF-SITE(OF-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   AND WS-OF-METHOD(OF-IDX) = WS-MT-METHOD(MT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2320-FIND-OPEN-FINDING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OPEN-COUNT OR WS-FOUND
               IF WS-OF-SITE(OF-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   AND WS-OF-METHOD(OF-IDX) = WS-MT-METHOD(MT-IDX)
                   AND WS-OF-RULE(OF-IDX) = WS-MT-RULE(MT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2400-WRITE-METHOD-LINE.
           MOVE SPACES TO WS-METHOD-LINE
           MOVE WS-MT-METHOD(MT-IDX) TO WS-ML-METHOD
           EVALUATE TRUE
               WHEN WS-MT-LISTED-SW(MT-IDX) NOT = 'Y'
                   MOVE 'UNLISTD' TO WS-ML-POLICY
               WHEN WS-MT-ACCEPT(MT-IDX) = 'Y'
                   MOVE 'OK' TO WS-ML-POLICY
               WHEN OTHER
                   MOVE 'NOT OK' TO WS-ML-POLICY
           END-EVALUATE
           MOVE WS-MT-ADVERTISED(MT-IDX) TO WS-OT-ADV-FLAG
           MOVE WS-MT-RESULT(MT-IDX) TO WS-OT-RESULT-FLAG
           MOVE WS-MT-CODE(MT-IDX) TO WS-OT-CODE
           PERFORM 2450-DESCRIBE-OUTCOME
           MOVE WS-OT-ADVERTISED TO WS-ML-ADVERTISED
           MOVE WS-MT-CODE(MT-IDX) TO WS-ML-CODE
           MOVE WS-OT-RESULT TO WS-ML-RESULT
           MOVE WS-MT-RULE(MT-IDX) TO WS-ML-RULE
           MOVE WS-MT-NOTE(MT-IDX) TO WS-ML-NOTE
           WRITE AUDIT-REPORT-RECORD FROM WS-METHOD-LINE.

       2450-DESCRIBE-OUTCOME.
           IF WS-OT-ADV-FLAG = 'Y'
               MOVE 'ADVERTISED' TO WS-OT-ADVERTISED
           ELSE
               MOVE '-' TO WS-OT-ADVERTISED
           END-IF
           EVALUATE WS-OT-RESULT-FLAG
               WHEN 'A'
                   MOVE 'ACCEPTED' TO WS-OT-RESULT
               WHEN 'R'
                   MOVE 'RESTRICTED' TO WS-OT-RESULT
               WHEN 'F'
                   MOVE 'REFUSED' TO WS-OT-RESULT
               WHEN 'N'
                   MOVE 'NO-RESP' TO WS-OT-RESULT
               WHEN OTHER
                   MOVE 'NOT TESTED' TO WS-OT-RESULT
           END-EVALUATE.

      *>   The finding names the method where a credential hit
      *>   names the userid, and what the site did with it where it
      *>   names the credential.
       2500-RAISE-FINDING.
           MOVE 'METHAUD' TO WS-FN-PROGRAM-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-FN-SITE-NAME
           MOVE WS-MT-METHOD(MT-IDX) TO WS-FN-USERID
           MOVE SPACES TO WS-FN-CREDENTIAL
           IF WS-MT-RULE(MT-IDX) = 'MACC'
               STRING 'ACCEPTED ' DELIMITED BY SIZE
                      WS-MT-CODE(MT-IDX) DELIMITED BY SIZE
                      INTO WS-FN-CREDENTIAL
               END-STRING
               MOVE WS-MT-CORR-ID(MT-IDX) TO WS-FN-CORR-ID
           ELSE
               MOVE 'ADVERTISED' TO WS-FN-CREDENTIAL
               MOVE WS-OPTIONS-CORR-ID TO WS-FN-CORR-ID
           END-IF
           MOVE WS-MT-RULE(MT-IDX) TO WS-FN-RULE-ID
           MOVE WS-MT-SEVERITY(MT-IDX) TO WS-FN-FIXED-SEVERITY
           MOVE WS-SC-ENGAGEMENT TO WS-FN-ENGAGEMENT-ID
           PERFORM 8150-WRITE-FINDING THRU 8150-WRITE-FINDING-EXIT
           ADD 1 TO WS-NEW-FINDINGS
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               SET OF-IDX TO WS-OPEN-COUNT
               MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-OF-SITE(OF-IDX)
               MOVE WS-MT-METHOD(MT-IDX) TO WS-OF-METHOD(OF-IDX)
               MOVE WS-MT-RULE(MT-IDX) TO WS-OF-RULE(OF-IDX)
           END-IF.

      *>   Each method is compared with the site's last audit and
      *>   the history brought up to tonight; a method the last
      *>   audit saw that tonight's did not is reported and dropped.
       2600-COMPARE-HISTORY.
           MOVE 0 TO WS-SITE-HIST-COUNT
           MOVE 0 TO WS-SITE-LAST-AUDIT
           MOVE 0 TO WS-SITE-CHANGES
           PERFORM VARYING MH-IDX FROM 1 BY 1
                   UNTIL MH-IDX > WS-HIST-COUNT
               IF WS-MH-T-SITE(MH-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   ADD 1 TO WS-SITE-HIST-COUNT
                   IF WS-MH-T-DATE(MH-IDX) > WS-SITE-LAST-AUDIT
                       MOVE WS-MH-T-DATE(MH-IDX) TO WS-SITE-LAST-AUDIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SITE-HIST-COUNT = 0
               MOVE '    FIRST AUDIT OF THIS SITE -- NO EARLIER RESULT'
                   TO WS-REPORT-LINE
           ELSE
               STRING '    CHANGES SINCE THE LAST AUDIT ('
                          DELIMITED BY SIZE
                      WS-SITE-LAST-AUDIT DELIMITED BY SIZE
                      '):' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 2610-COMPARE-ONE-METHOD
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MT-COUNT
           PERFORM 2650-CHECK-ONE-UNSEEN
               VARYING MH-IDX FROM 1 BY 1
               UNTIL MH-IDX > WS-HIST-COUNT
           IF WS-SITE-HIST-COUNT > 0 AND WS-SITE-CHANGES = 0
               MOVE '      NONE' TO WS-REPORT-LINE
               WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD WS-SITE-CHANGES TO WS-TOT-CHANGES
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.

       2610-COMPARE-ONE-METHOD.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING MH-IDX FROM 1 BY 1
                   UNTIL MH-IDX > WS-HIST-COUNT OR WS-FOUND
               IF WS-MH-T-SITE(MH-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   AND WS-MH-T-METHOD(MH-IDX) = WS-MT-METHOD(MT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET MH-IDX DOWN BY 1
               IF WS-MH-T-ADVERTISED(MH-IDX) NOT =
                      WS-MT-ADVERTISED(MT-IDX)
                   OR WS-MH-T-RESULT(MH-IDX) NOT = WS-MT-RESULT(MT-IDX)
                   MOVE SPACES TO WS-CL-WAS WS-CL-NOW
                   MOVE WS-MT-METHOD(MT-IDX) TO WS-CL-METHOD
                   MOVE WS-MH-T-ADVERTISED(MH-IDX) TO WS-OT-ADV-FLAG
                   MOVE WS-MH-T-RESULT(MH-IDX) TO WS-OT-RESULT-FLAG
                   MOVE WS-MH-T-CODE(MH-IDX) TO WS-OT-CODE
                   PERFORM 2450-DESCRIBE-OUTCOME
                   MOVE WS-OUTCOME-TEXT TO WS-CL-WAS
                   PERFORM 2620-DESCRIBE-NOW
                   WRITE AUDIT-REPORT-RECORD FROM WS-CHANGE-LINE
                   ADD 1 TO WS-SITE-CHANGES
               END-IF
           ELSE
               IF WS-SITE-HIST-COUNT > 0
                   MOVE SPACES TO WS-CL-WAS WS-CL-NOW
                   MOVE WS-MT-METHOD(MT-IDX) TO WS-CL-METHOD
                   MOVE '(NOT SEEN)' TO WS-CL-WAS
                   PERFORM 2620-DESCRIBE-NOW
                   WRITE AUDIT-REPORT-RECORD FROM WS-CHANGE-LINE
                   ADD 1 TO WS-SITE-CHANGES
               END-IF
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   SET MH-IDX TO WS-HIST-COUNT
                   MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-MH-T-SITE(MH-IDX)
                   MOVE WS-MT-METHOD(MT-IDX) TO WS-MH-T-METHOD(MH-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-DROPPED
               END-IF
           END-IF
           IF WS-FOUND
               MOVE WS-MT-ADVERTISED(MT-IDX)
                   TO WS-MH-T-ADVERTISED(MH-IDX)
               MOVE WS-MT-CODE(MT-IDX) TO WS-MH-T-CODE(MH-IDX)
               MOVE WS-MT-RESULT(MT-IDX) TO WS-MH-T-RESULT(MH-IDX)
               MOVE WS-BIZ-DATE TO WS-MH-T-DATE(MH-IDX)
               MOVE WS-MT-CORR-ID(MT-IDX) TO WS-MH-T-CORR-ID(MH-IDX)
               MOVE 'Y' TO WS-MH-T-SEEN-SW(MH-IDX)
           END-IF.

       2620-DESCRIBE-NOW.
           MOVE WS-MT-ADVERTISED(MT-IDX) TO WS-OT-ADV-FLAG
           MOVE WS-MT-RESULT(MT-IDX) TO WS-OT-RESULT-FLAG
           MOVE WS-MT-CODE(MT-IDX) TO WS-OT-CODE
           PERFORM 2450-DESCRIBE-OUTCOME
           MOVE WS-OUTCOME-TEXT TO WS-CL-NOW.

      *>   A history line for this site tonight's audit did not
      *>   touch: the method is no longer on the policy nor
      *>   advertised.  It is reported and marked for dropping.
       2650-CHECK-ONE-UNSEEN.
           IF WS-MH-T-SITE(MH-IDX) = WS-ST-SITE-NAME(ST-IDX)
               AND WS-MH-T-SEEN-SW(MH-IDX) = 'N'
               MOVE SPACES TO WS-CL-WAS WS-CL-NOW
               MOVE WS-MH-T-METHOD(MH-IDX) TO WS-CL-METHOD
               MOVE WS-MH-T-ADVERTISED(MH-IDX) TO WS-OT-ADV-FLAG
               MOVE WS-MH-T-RESULT(MH-IDX) TO WS-OT-RESULT-FLAG
               MOVE WS-MH-T-CODE(MH-IDX) TO WS-OT-CODE
               PERFORM 2450-DESCRIBE-OUTCOME
               MOVE WS-OUTCOME-TEXT TO WS-CL-WAS
               MOVE '(NOT SEEN)' TO WS-CL-NOW
               WRITE AUDIT-REPORT-RECORD FROM WS-CHANGE-LINE
               ADD 1 TO WS-SITE-CHANGES
               MOVE 'D' TO WS-MH-T-SEEN-SW(MH-IDX)
           END-IF.

       3000-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           MOVE WS-MH-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'METHHIST' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING MH-IDX FROM 1 BY 1
                   UNTIL MH-IDX > WS-HIST-COUNT
               IF WS-MH-T-SEEN-SW(MH-IDX) NOT = 'D'
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE WS-MH-T-SITE(MH-IDX) TO MH-SITE-NAME
                   MOVE WS-MH-T-METHOD(MH-IDX) TO MH-METHOD
                   MOVE WS-MH-T-ADVERTISED(MH-IDX) TO MH-ADVERTISED
                   MOVE WS-MH-T-CODE(MH-IDX) TO MH-CODE
                   MOVE WS-MH-T-RESULT(MH-IDX) TO MH-RESULT
                   MOVE WS-MH-T-DATE(MH-IDX) TO MH-AUDIT-DATE
                   MOVE WS-MH-T-CORR-ID(MH-IDX) TO MH-CORR-ID
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITES AUDITED: ' DELIMITED BY SIZE
                  WS-SITES-AUDITED DELIMITED BY SIZE
                  '  PASSED: ' DELIMITED BY SIZE
                  WS-SITES-PASSED DELIMITED BY SIZE
                  '  FAILED: ' DELIMITED BY SIZE
                  WS-SITES-FAILED DELIMITED BY SIZE
                  '  NOT AUDITED: ' DELIMITED BY SIZE
                  WS-SITES-SKIPPED DELIMITED BY SIZE
                  '  CHANGES: ' DELIMITED BY SIZE
                  WS-TOT-CHANGES DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW FINDINGS RAISED: ' DELIMITED BY SIZE
                  WS-NEW-FINDINGS DELIMITED BY SIZE
                  '  OPEN FINDINGS NOW RESOLVED: ' DELIMITED BY SIZE
                  WS-RESOLVED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-HIST-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** WARNING: HISTORY TABLE FULL, ' DELIMITED BY SIZE
                      WS-HIST-DROPPED DELIMITED BY SIZE
                      ' METHOD LINES NOT KEPT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY PARMPA.
       COPY RSPMPA.
       COPY MSGLVPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY FINDPA.
       COPY SUPRPA.
       COPY FILESTPA.
