       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  The probes keep what the sites
      *>               answered -- the sweep and replay captures, the
      *>               login response captures, the GET1 body capture
      *>               -- but nothing looked past the status code and
      *>               the baseline checksum, so a stack trace or an
      *>               SQL error in a login page went unreported while
      *>               the weak password beside it was.  This job
      *>               reads the night's captures and looks for every
      *>               pattern on the leak watchlist (DISCWTCH: a
      *>               category such as STACKTRC, SQLERR, INTIP,
      *>               DIRLIST or DEBUGPG, the severity a finding for
      *>               it is raised at, and the text to look for,
      *>               matched without regard to case):
      *>                 - the correlation-keyed captures (DUMBORESP,
      *>                   MICKRESP, PLUTRESP, REUSRESP, FINDVRSP,
      *>                   ENUMRESP, RATERESP, GET3RESP) are tied to
      *>                   their site and engagement through the
      *>                   PROBERES record of the same correlation ID;
      *>                 - GET1BODY carries the site name itself.
      *>               With no DISCWTCH on file the usual stack-trace,
      *>               SQL error, internal address, directory listing
      *>               and debug page markers are used.  Each site and
      *>               category with a hit, not already on an open
      *>               DISCSCAN finding, is raised as a finding (rule
      *>               DISC, the category where a credential hit has
      *>               the userid, the matched text where it has the
      *>               credential, the correlation ID of the first
      *>               response it was seen in) through the same queue
      *>               as the credential hits.  The excerpt around
      *>               every hit goes to the DISCEXCP log and the
      *>               nightly report (DISCRPT).  Any hit ends with
      *>               RETURN-CODE 4.
      *>   2026-10-15  PATHPROB's path discovery capture (PATHRESP)
      *>               added to the correlation-keyed captures scanned.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO WS-CAPTURE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT OPTIONAL WATCHLIST-FILE ASSIGN TO "DISCWTCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT OPTIONAL EXCERPT-FILE ASSIGN TO "DISCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT SCAN-REPORT-FILE ASSIGN TO "DISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PROBERFC.
           COPY FINDFC.
           COPY SUPRFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
      *>   Columns 1-8 are the correlation ID on the correlation-keyed
      *>   captures and the site name on GET1BODY; the text the
      *>   capture carries starts at column 10 either way.
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           05 CP-KEY                PIC X(8).
           05 FILLER                PIC X.
           05 CP-TEXT               PIC X(120).

      *>   Lines starting with '*' are comments.  DW-SEVERITY is the
      *>   severity a finding for the line is raised at.
       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05 DW-CATEGORY           PIC X(8).
           05 FILLER                PIC X.
           05 DW-SEVERITY           PIC 9(3).
           05 FILLER                PIC X.
           05 DW-PATTERN            PIC X(40).

      *>   One line per site, category and capture with a hit each
      *>   night: the first response it was seen in and the text
      *>   around the match.
       FD  EXCERPT-FILE.
       01  EXCERPT-RECORD.
           05 DE-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 DE-CORR-ID            PIC 9(8).
           05 FILLER                PIC X.
           05 DE-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 DE-CATEGORY           PIC X(8).
           05 FILLER                PIC X.
           05 DE-CAPTURE            PIC X(9).
           05 FILLER                PIC X.
           05 DE-EXCERPT            PIC X(60).

       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-RECORD       PIC X(132).

       COPY PROBERFD.
       COPY FINDFD.
       COPY SUPRFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PROBERWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY FINDWS.
           COPY SUPRWS.
           01 WS-CAPTURE-NAME       PIC X(9).
           01 WS-CP-STATUS          PIC X(2).
           01 WS-WL-STATUS          PIC X(2).
           01 WS-EX-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-CP-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CAPTURE     VALUE 'Y'.
           01 WS-WL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-WATCHLIST   VALUE 'Y'.
           01 WS-PR-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-PROBE-RESULTS VALUE 'Y'.
           01 WS-FN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-FINDINGS    VALUE 'Y'.
           01 WS-LOWER-CASE         PIC X(26)
                                    VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-UPPER-CASE         PIC X(26)
                                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *>   The captures scanned, in order.  Kind C is correlation-
      *>   keyed, B is the site-keyed body capture.
           01 WS-CAP-COUNT          PIC 9(2) VALUE 0.
           01 WS-CAP-TABLE.
              05 WS-CAP-ENTRY OCCURS 12 TIMES INDEXED BY CP-IDX.
                 10 WS-CT-NAME         PIC X(9).
                 10 WS-CT-KIND         PIC X(1).
                 10 WS-CT-ON-FILE-SW   PIC X(1).
                 10 WS-CT-LINES        PIC 9(6).
                 10 WS-CT-HITS         PIC 9(6).
           01 WS-DEFAULT-CAPTURE.
              05 WS-DC-NAME         PIC X(9).
              05 WS-DC-KIND         PIC X(1).
      *>   The watchlist, with each pattern held upper-cased and its
      *>   length, for matching.
           01 WS-WL-COUNT           PIC 9(3) VALUE 0.
           01 WS-WL-TABLE.
              05 WS-WL-ENTRY OCCURS 100 TIMES INDEXED BY WL-IDX.
                 10 WS-WT-CATEGORY     PIC X(8).
                 10 WS-WT-SEVERITY     PIC 9(3).
                 10 WS-WT-PATTERN-UP   PIC X(40).
                 10 WS-WT-LEN          PIC 9(2).
           01 WS-DEFAULT-RULE.
              05 WS-DR-CATEGORY     PIC X(8).
              05 FILLER             PIC X.
              05 WS-DR-PATTERN      PIC X(40).
           01 WS-DR-SEVERITY        PIC 9(3).
           01 WS-WL-LEN             PIC 9(2).
      *>   Correlation ID to site and engagement, from PROBERES.
           01 WS-PRB-COUNT          PIC 9(5) VALUE 0.
           01 WS-PRB-TABLE.
              05 WS-PRB-ENTRY OCCURS 30000 TIMES INDEXED BY PB-IDX.
                 10 WS-PB-CORR-ID      PIC 9(8).
                 10 WS-PB-SITE         PIC X(8).
                 10 WS-PB-ENGAGEMENT   PIC X(8).
           01 WS-PRB-DROPPED        PIC 9(6) VALUE 0.
           01 WS-PB-CURSOR          PIC 9(5) VALUE 1.
           01 WS-PB-SCAN            PIC 9(5).
      *>   One entry per site, category and capture with a hit.
           01 WS-HIT-COUNT          PIC 9(3) VALUE 0.
           01 WS-HIT-TABLE.
              05 WS-HIT-ENTRY OCCURS 500 TIMES INDEXED BY HT-IDX.
                 10 WS-HT-SITE         PIC X(8).
                 10 WS-HT-CATEGORY     PIC X(8).
                 10 WS-HT-CAPTURE      PIC X(9).
                 10 WS-HT-CORR-ID      PIC 9(8).
                 10 WS-HT-ENGAGEMENT   PIC X(8).
                 10 WS-HT-SEVERITY     PIC 9(3).
                 10 WS-HT-MATCHES      PIC 9(6).
                 10 WS-HT-MATCH-TEXT   PIC X(20).
                 10 WS-HT-EXCERPT      PIC X(60).
           01 WS-HIT-DROPPED        PIC 9(6) VALUE 0.
      *>   Disclosure findings still open on FINDINGS.
           01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
           01 WS-OPEN-TABLE.
              05 WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OF-IDX.
                 10 WS-OF-SITE         PIC X(8).
                 10 WS-OF-CATEGORY     PIC X(8).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-TEXT-UP            PIC X(120).
           01 WS-LINE-CORR-X        PIC X(8).
           01 WS-LINE-CORR-N REDEFINES WS-LINE-CORR-X PIC 9(8).
           01 WS-LINE-CORR-ID       PIC 9(8).
           01 WS-LINE-SITE          PIC X(8).
           01 WS-LINE-ENGAGEMENT    PIC X(8).
           01 WS-TALLY              PIC 9(3).
           01 WS-MATCH-POS          PIC 9(3).
           01 WS-EXCERPT-START      PIC 9(3).
           01 WS-MALFORMED-COUNT    PIC 9(6) VALUE 0.
           01 WS-UNKNOWN-CORR-COUNT PIC 9(6) VALUE 0.
           01 WS-TOTAL-LINES        PIC 9(7) VALUE 0.
           01 WS-TOTAL-MATCHES      PIC 9(7) VALUE 0.
           01 WS-NEW-FINDINGS       PIC 9(4) VALUE 0.
           01 WS-ALREADY-OPEN       PIC 9(4) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-CAPTURE-LINE.
              05 FILLER             PIC X(8) VALUE 'CAPTURE '.
              05 WS-CL-NAME         PIC X(9).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-CL-TEXT         PIC X(60).
           01 WS-HIT-HEADING.
              05 FILLER             PIC X(9) VALUE 'SITE'.
              05 FILLER             PIC X(9) VALUE 'CATEGORY'.
              05 FILLER             PIC X(10) VALUE 'CAPTURE'.
              05 FILLER             PIC X(9) VALUE 'FIRST ID'.
              05 FILLER             PIC X(7) VALUE 'HITS'.
              05 FILLER             PIC X(21) VALUE 'FINDING'.
              05 FILLER             PIC X(7) VALUE 'EXCERPT'.
           01 WS-HIT-LINE.
              05 WS-HL-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-CATEGORY     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-CAPTURE      PIC X(9).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-CORR-ID      PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-MATCHES      PIC Z(5)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-NOTE         PIC X(20).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-EXCERPT      PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'DISCSCAN' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-WATCHLIST
           PERFORM 1100-LIST-CAPTURES
           PERFORM 1200-LOAD-PROBE-RESULTS
           PERFORM 1300-LOAD-OPEN-FINDINGS
           PERFORM 2000-SCAN-ONE-CAPTURE
               VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CAP-COUNT
           OPEN OUTPUT SCAN-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'DISCRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           OPEN EXTEND EXCERPT-FILE
           MOVE WS-EX-STATUS TO WS-FS-STATUS
           IF WS-FS-STATUS = '05'
               MOVE '00' TO WS-FS-STATUS
           END-IF
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'DISCEXCP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM 3000-WRITE-HEADING
           PERFORM 3100-REPORT-ONE-HIT
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HIT-COUNT
           PERFORM 3900-WRITE-TOTALS
           CLOSE EXCERPT-FILE
           CLOSE SCAN-REPORT-FILE
           DISPLAY 'DISCSCAN LINES SCANNED: ' WS-TOTAL-LINES
                   '  HITS: ' WS-TOTAL-MATCHES
                   '  NEW FINDINGS: ' WS-NEW-FINDINGS
                   '  ALREADY OPEN: ' WS-ALREADY-OPEN
           IF WS-HIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WL-STATUS = '00' OR WS-WL-STATUS = '05'
               PERFORM 1010-LOAD-ONE-PATTERN UNTIL END-OF-WATCHLIST
               CLOSE WATCHLIST-FILE
           END-IF
           IF WS-WL-COUNT = 0
               PERFORM 1050-DEFAULT-WATCHLIST
           END-IF.

       1010-LOAD-ONE-PATTERN.
           READ WATCHLIST-FILE
               AT END SET END-OF-WATCHLIST TO TRUE
               NOT AT END
                   IF DW-CATEGORY NOT = SPACES
                       AND DW-CATEGORY(1:1) NOT = '*'
                       AND DW-PATTERN NOT = SPACES
                       MOVE DW-CATEGORY TO WS-DR-CATEGORY
                       MOVE DW-PATTERN TO WS-DR-PATTERN
                       IF DW-SEVERITY IS NUMERIC
                           MOVE DW-SEVERITY TO WS-DR-SEVERITY
                       ELSE
                           MOVE 0 TO WS-DR-SEVERITY
                       END-IF
                       PERFORM 1060-ADD-PATTERN
                   END-IF
           END-READ.

       1050-DEFAULT-WATCHLIST.
           MOVE 'STACKTRC Exception in thread' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'STACKTRC Traceback (most recent call' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'STACKTRC Stack trace:' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'SQLERR   SQL syntax' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'SQLERR   SQLSTATE' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'SQLERR   ORA-0' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'SQLERR   ODBC Driver' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'INTIP    192.168.' TO WS-DEFAULT-RULE
           MOVE 20 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'INTIP    172.16.' TO WS-DEFAULT-RULE
           MOVE 20 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'INTIP    10.0.' TO WS-DEFAULT-RULE
           MOVE 20 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'DIRLIST  Index of /' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'DIRLIST  Parent Directory' TO WS-DEFAULT-RULE
           MOVE 30 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'DEBUGPG  Werkzeug Debugger' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'DEBUGPG  DEBUG = True' TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN
           MOVE 'DEBUGPG  Server Error in ''/'' Application'
               TO WS-DEFAULT-RULE
           MOVE 40 TO WS-DR-SEVERITY
           PERFORM 1060-ADD-PATTERN.

      *>   The pattern is matched upper-cased on both sides, so the
      *>   watchlist can be written in whatever case reads best.
       1060-ADD-PATTERN.
           IF WS-WL-COUNT < 100
               ADD 1 TO WS-WL-COUNT
               SET WL-IDX TO WS-WL-COUNT
               MOVE WS-DR-CATEGORY TO WS-WT-CATEGORY(WL-IDX)
               MOVE WS-DR-SEVERITY TO WS-WT-SEVERITY(WL-IDX)
               MOVE WS-DR-PATTERN TO WS-WT-PATTERN-UP(WL-IDX)
               INSPECT WS-WT-PATTERN-UP(WL-IDX)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE 40 TO WS-WL-LEN
               PERFORM UNTIL WS-WL-LEN = 1
                      OR WS-DR-PATTERN(WS-WL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-WL-LEN
               END-PERFORM
               MOVE WS-WL-LEN TO WS-WT-LEN(WL-IDX)
           ELSE
               DISPLAY 'DISCSCAN: DISCWTCH TABLE FULL -- PATTERN '
                       'IGNORED: ' WS-DR-PATTERN
           END-IF.

       1100-LIST-CAPTURES.
           MOVE 'DUMBORESPC' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'MICKRESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'PLUTRESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'REUSRESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'FINDVRSP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'ENUMRESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'RATERESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'GET3RESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'PATHRESP C' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE
           MOVE 'GET1BODY B' TO WS-DEFAULT-CAPTURE
           PERFORM 1110-ADD-CAPTURE.

       1110-ADD-CAPTURE.
           ADD 1 TO WS-CAP-COUNT
           SET CP-IDX TO WS-CAP-COUNT
           MOVE WS-DC-NAME TO WS-CT-NAME(CP-IDX)
           MOVE WS-DC-KIND TO WS-CT-KIND(CP-IDX)
           MOVE 'N' TO WS-CT-ON-FILE-SW(CP-IDX)
           MOVE 0 TO WS-CT-LINES(CP-IDX)
           MOVE 0 TO WS-CT-HITS(CP-IDX).

       1200-LOAD-PROBE-RESULTS.
           OPEN INPUT PROBE-RESULT-FILE
           IF WS-FS-STATUS = '00' OR WS-FS-STATUS = '05'
               PERFORM 1210-LOAD-ONE-PROBE-RESULT
                   UNTIL END-OF-PROBE-RESULTS
               CLOSE PROBE-RESULT-FILE
           END-IF
           IF WS-PRB-DROPPED > 0
               DISPLAY 'DISCSCAN WARNING: PROBE TABLE FULL, '
                       WS-PRB-DROPPED ' PROBERES RECORD(S) NOT LOADED'
           END-IF.

       1210-LOAD-ONE-PROBE-RESULT.
           READ PROBE-RESULT-FILE
               AT END SET END-OF-PROBE-RESULTS TO TRUE
               NOT AT END
                   IF WS-PRB-COUNT < 30000
                       ADD 1 TO WS-PRB-COUNT
                       SET PB-IDX TO WS-PRB-COUNT
                       MOVE PR-CORRELATION-ID TO WS-PB-CORR-ID(PB-IDX)
                       MOVE PR-SITE-NAME TO WS-PB-SITE(PB-IDX)
                       MOVE PR-ENGAGEMENT-ID
                           TO WS-PB-ENGAGEMENT(PB-IDX)
                   ELSE
                       ADD 1 TO WS-PRB-DROPPED
                   END-IF
           END-READ.

       1300-LOAD-OPEN-FINDINGS.
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00' OR WS-FN-STATUS = '05'
               PERFORM 1310-LOAD-ONE-FINDING UNTIL END-OF-FINDINGS
               CLOSE FINDINGS-FILE
           END-IF.

       1310-LOAD-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-FINDINGS TO TRUE
               NOT AT END
                   IF FN-PROGRAM-ID = 'DISCSCAN'
                       AND FN-STATUS NOT = 'CLOSED'
                       AND WS-OPEN-COUNT < 500
                       ADD 1 TO WS-OPEN-COUNT
                       SET OF-IDX TO WS-OPEN-COUNT
                       MOVE FN-SITE-NAME TO WS-OF-SITE(OF-IDX)
                       MOVE FN-USERID TO WS-OF-CATEGORY(OF-IDX)
                   END-IF
           END-READ.

       2000-SCAN-ONE-CAPTURE.
           MOVE WS-CT-NAME(CP-IDX) TO WS-CAPTURE-NAME
           MOVE 'N' TO WS-CP-EOF-SW
           OPEN INPUT CAPTURE-FILE
           IF WS-CP-STATUS = '00'
               MOVE 'Y' TO WS-CT-ON-FILE-SW(CP-IDX)
               PERFORM 2100-SCAN-ONE-LINE UNTIL END-OF-CAPTURE
               CLOSE CAPTURE-FILE
           END-IF.

      *>   A correlation-keyed line whose ID is not numeric cannot be
      *>   tied to a site and is counted as malformed; one whose ID
      *>   is not on PROBERES is reported under DEFAULT.
       2100-SCAN-ONE-LINE.
           READ CAPTURE-FILE
               AT END SET END-OF-CAPTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-LINES(CP-IDX)
                   ADD 1 TO WS-TOTAL-LINES
                   MOVE CP-TEXT TO WS-TEXT-UP
                   INSPECT WS-TEXT-UP
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   MOVE SPACES TO WS-LINE-SITE
                   PERFORM 2200-CHECK-ONE-PATTERN
                       VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WS-WL-COUNT
           END-READ.

       2200-CHECK-ONE-PATTERN.
           MOVE 0 TO WS-TALLY
           INSPECT WS-TEXT-UP TALLYING WS-TALLY
               FOR ALL WS-WT-PATTERN-UP(WL-IDX)(1:WS-WT-LEN(WL-IDX))
           IF WS-TALLY > 0
               IF WS-LINE-SITE = SPACES
                   PERFORM 2300-IDENTIFY-LINE THRU
                       2300-IDENTIFY-LINE-EXIT
               END-IF
               IF WS-LINE-SITE NOT = '*'
                   ADD 1 TO WS-CT-HITS(CP-IDX)
                   ADD 1 TO WS-TOTAL-MATCHES
                   PERFORM 2400-POST-HIT
               END-IF
           END-IF.

      *>   Sets the site, engagement, and correlation ID of the
      *>   current line; a site of '*' marks a line to pass over.
       2300-IDENTIFY-LINE.
           MOVE SPACES TO WS-LINE-ENGAGEMENT
           MOVE 0 TO WS-LINE-CORR-ID
           IF WS-CT-KIND(CP-IDX) = 'B'
               MOVE CP-KEY TO WS-LINE-SITE
               IF WS-LINE-SITE = SPACES
                   MOVE 'DEFAULT' TO WS-LINE-SITE
               END-IF
               GO TO 2300-IDENTIFY-LINE-EXIT
           END-IF
           MOVE CP-KEY TO WS-LINE-CORR-X
           IF WS-LINE-CORR-X IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE '*' TO WS-LINE-SITE
               GO TO 2300-IDENTIFY-LINE-EXIT
           END-IF
           MOVE WS-LINE-CORR-N TO WS-LINE-CORR-ID
           MOVE 'N' TO WS-FOUND-SW
           IF WS-PRB-COUNT > 0
               MOVE WS-PB-CURSOR TO WS-PB-SCAN
               PERFORM 2310-CHECK-ONE-PROBE-RESULT
                   WITH TEST AFTER
                   UNTIL WS-FOUND OR WS-PB-SCAN = WS-PB-CURSOR
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-UNKNOWN-CORR-COUNT
               MOVE 'DEFAULT' TO WS-LINE-SITE
           END-IF.
       2300-IDENTIFY-LINE-EXIT.
           EXIT.

      *>   Captures arrive roughly in PROBERES order, so the search
      *>   starts where the last one landed and wraps once.
       2310-CHECK-ONE-PROBE-RESULT.
           SET PB-IDX TO WS-PB-SCAN
           IF WS-PB-CORR-ID(PB-IDX) = WS-LINE-CORR-ID
               MOVE WS-PB-SITE(PB-IDX) TO WS-LINE-SITE
               MOVE WS-PB-ENGAGEMENT(PB-IDX) TO WS-LINE-ENGAGEMENT
               SET WS-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-PB-SCAN
           IF WS-PB-SCAN > WS-PRB-COUNT
               MOVE 1 TO WS-PB-SCAN
           END-IF
           IF WS-FOUND
               MOVE WS-PB-SCAN TO WS-PB-CURSOR
           END-IF.

      *>   The first line with a hit for a site, category and capture
      *>   supplies the correlation ID and the excerpt: ten bytes
      *>   before the match and what follows, as received.
       2400-POST-HIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HIT-COUNT OR WS-FOUND
               IF WS-HT-SITE(HT-IDX) = WS-LINE-SITE
                   AND WS-HT-CATEGORY(HT-IDX) = WS-WT-CATEGORY(WL-IDX)
                   AND WS-HT-CAPTURE(HT-IDX) = WS-CT-NAME(CP-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET HT-IDX DOWN BY 1
               ADD 1 TO WS-HT-MATCHES(HT-IDX)
               IF WS-WT-SEVERITY(WL-IDX) > WS-HT-SEVERITY(HT-IDX)
                   MOVE WS-WT-SEVERITY(WL-IDX)
                       TO WS-HT-SEVERITY(HT-IDX)
               END-IF
           ELSE
               IF WS-HIT-COUNT < 500
                   ADD 1 TO WS-HIT-COUNT
                   SET HT-IDX TO WS-HIT-COUNT
                   MOVE WS-LINE-SITE TO WS-HT-SITE(HT-IDX)
                   MOVE WS-WT-CATEGORY(WL-IDX) TO WS-HT-CATEGORY(HT-IDX)
                   MOVE WS-CT-NAME(CP-IDX) TO WS-HT-CAPTURE(HT-IDX)
                   MOVE WS-LINE-CORR-ID TO WS-HT-CORR-ID(HT-IDX)
                   MOVE WS-LINE-ENGAGEMENT TO WS-HT-ENGAGEMENT(HT-IDX)
                   MOVE WS-WT-SEVERITY(WL-IDX) TO WS-HT-SEVERITY(HT-IDX)
                   MOVE 1 TO WS-HT-MATCHES(HT-IDX)
                   MOVE 0 TO WS-MATCH-POS
                   INSPECT WS-TEXT-UP TALLYING WS-MATCH-POS
                       FOR CHARACTERS BEFORE INITIAL
                           WS-WT-PATTERN-UP(WL-IDX)(1:WS-WT-LEN(WL-IDX))
                   MOVE CP-TEXT(WS-MATCH-POS + 1:)
                       TO WS-HT-MATCH-TEXT(HT-IDX)
                   IF WS-MATCH-POS > 10
                       COMPUTE WS-EXCERPT-START = WS-MATCH-POS - 9
                   ELSE
                       MOVE 1 TO WS-EXCERPT-START
                   END-IF
                   MOVE CP-TEXT(WS-EXCERPT-START:)
                       TO WS-HT-EXCERPT(HT-IDX)
               ELSE
                   ADD 1 TO WS-HIT-DROPPED
               END-IF
           END-IF.

       3000-WRITE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INFORMATION-DISCLOSURE SCAN -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAP-COUNT
               MOVE WS-CT-NAME(CP-IDX) TO WS-CL-NAME
               MOVE SPACES TO WS-CL-TEXT
               IF WS-CT-ON-FILE-SW(CP-IDX) = 'Y'
                   STRING 'LINES ' DELIMITED BY SIZE
                          WS-CT-LINES(CP-IDX) DELIMITED BY SIZE
                          '  HITS ' DELIMITED BY SIZE
                          WS-CT-HITS(CP-IDX) DELIMITED BY SIZE
                          INTO WS-CL-TEXT
                   END-STRING
               ELSE
                   MOVE 'NOT ON FILE TONIGHT' TO WS-CL-TEXT
               END-IF
               WRITE SCAN-REPORT-RECORD FROM WS-CAPTURE-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-HIT-COUNT = 0
               MOVE 'NO DISCLOSURE FOUND' TO WS-REPORT-LINE
               WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               WRITE SCAN-REPORT-RECORD FROM WS-HIT-HEADING
           END-IF.

      *>   One finding per site and category: the first capture to
      *>   show it raises the finding, and any other capture with
      *>   the same leak for the site is listed against it.
       3100-REPORT-ONE-HIT.
           MOVE WS-HT-SITE(HT-IDX) TO WS-HL-SITE
           MOVE WS-HT-CATEGORY(HT-IDX) TO WS-HL-CATEGORY
           MOVE WS-HT-CAPTURE(HT-IDX) TO WS-HL-CAPTURE
           MOVE WS-HT-CORR-ID(HT-IDX) TO WS-HL-CORR-ID
           MOVE WS-HT-MATCHES(HT-IDX) TO WS-HL-MATCHES
           MOVE WS-HT-EXCERPT(HT-IDX) TO WS-HL-EXCERPT
           PERFORM 3200-FIND-OPEN-FINDING
           IF WS-FOUND
               ADD 1 TO WS-ALREADY-OPEN
               MOVE 'ALREADY OPEN' TO WS-HL-NOTE
           ELSE
               PERFORM 3300-RAISE-FINDING
               MOVE 'NEW FINDING RAISED' TO WS-HL-NOTE
           END-IF
           WRITE SCAN-REPORT-RECORD FROM WS-HIT-LINE
           MOVE SPACES TO EXCERPT-RECORD
           MOVE WS-BIZ-DATE TO DE-DATE
           MOVE WS-HT-CORR-ID(HT-IDX) TO DE-CORR-ID
           MOVE WS-HT-SITE(HT-IDX) TO DE-SITE-NAME
           MOVE WS-HT-CATEGORY(HT-IDX) TO DE-CATEGORY
           MOVE WS-HT-CAPTURE(HT-IDX) TO DE-CAPTURE
           MOVE WS-HT-EXCERPT(HT-IDX) TO DE-EXCERPT
           WRITE EXCERPT-RECORD
           MOVE WS-EX-STATUS TO WS-FS-STATUS
           MOVE 'WRITE' TO WS-FS-OPERATION
           MOVE 'DISCEXCP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT.

       3200-FIND-OPEN-FINDING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OPEN-COUNT OR WS-FOUND
               IF WS-OF-SITE(OF-IDX) = WS-HT-SITE(HT-IDX)
                   AND WS-OF-CATEGORY(OF-IDX) = WS-HT-CATEGORY(HT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *>   The finding names the category where a credential hit
      *>   names the userid, and the matched text where it names
      *>   the credential.
       3300-RAISE-FINDING.
           MOVE 'DISCSCAN' TO WS-FN-PROGRAM-ID
           MOVE WS-HT-SITE(HT-IDX) TO WS-FN-SITE-NAME
           MOVE WS-HT-CATEGORY(HT-IDX) TO WS-FN-USERID
           MOVE WS-HT-MATCH-TEXT(HT-IDX) TO WS-FN-CREDENTIAL
           MOVE WS-HT-CORR-ID(HT-IDX) TO WS-FN-CORR-ID
           MOVE 'DISC' TO WS-FN-RULE-ID
           MOVE WS-HT-SEVERITY(HT-IDX) TO WS-FN-FIXED-SEVERITY
           MOVE WS-HT-ENGAGEMENT(HT-IDX) TO WS-FN-ENGAGEMENT-ID
           PERFORM 8150-WRITE-FINDING THRU 8150-WRITE-FINDING-EXIT
           ADD 1 TO WS-NEW-FINDINGS
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               SET OF-IDX TO WS-OPEN-COUNT
               MOVE WS-HT-SITE(HT-IDX) TO WS-OF-SITE(OF-IDX)
               MOVE WS-HT-CATEGORY(HT-IDX) TO WS-OF-CATEGORY(OF-IDX)
           END-IF.

       3900-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINES SCANNED: ' DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  '  PATTERN HITS: ' DELIMITED BY SIZE
                  WS-TOTAL-MATCHES DELIMITED BY SIZE
                  '  WATCHLIST PATTERNS: ' DELIMITED BY SIZE
                  WS-WL-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW FINDINGS RAISED: ' DELIMITED BY SIZE
                  WS-NEW-FINDINGS DELIMITED BY SIZE
                  '  ALREADY OPEN: ' DELIMITED BY SIZE
                  WS-ALREADY-OPEN DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-UNKNOWN-CORR-COUNT > 0 OR WS-MALFORMED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HIT LINES WITH NO PROBERES RECORD (LISTED AS '
                          DELIMITED BY SIZE
                      'DEFAULT): ' DELIMITED BY SIZE
                      WS-UNKNOWN-CORR-COUNT DELIMITED BY SIZE
                      '  WITH NO VALID CORRELATION ID (NOT LISTED): '
                          DELIMITED BY SIZE
                      WS-MALFORMED-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-HIT-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** WARNING: HIT TABLE FULL, ' DELIMITED BY SIZE
                      WS-HIT-DROPPED DELIMITED BY SIZE
                      ' HIT(S) NOT LISTED' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY FINDPA.
       COPY SUPRPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
