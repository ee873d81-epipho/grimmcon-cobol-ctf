       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  MICKTGTS and PLUTTGTS are built by
      *>               hand or by TESTGEN, so PIN and password attempts
      *>               get spent on usernames that may not exist on the
      *>               site at all.  This probe takes a candidate
      *>               username list (ENUMCAND) and sends one login
      *>               request per candidate to every active site,
      *>               under the same maintenance-window, engagement-
      *>               scope, nightly-budget, and correlation-ID
      *>               controls as the sweeps, with a fixed throwaway
      *>               password (central parameter USERENUM/PROBE-PASS)
      *>               that is masked like any other.  Each captured
      *>               response (ENUMRESP, usual correlation-ID capture
      *>               convention) is classified by the site's rules in
      *>               ENUMRULE -- response code, redirect target, or
      *>               error text, each saying either "account exists"
      *>               or "no such account", first match wins; a
      *>               response no rule matches is INCONCLUSIVE and a
      *>               site with no rules is not probed.  Confirmed
      *>               accounts are added to the staged target list
      *>               ENUMSTAG (site and userid, the SITEXREF layout),
      *>               which TGTCHECK promotes into MICKTGTS and
      *>               PLUTTGTS, and ENUMRPT gives per-site counts of
      *>               candidates tried, confirmed, not found,
      *>               inconclusive, and unanswered, then lists the
      *>               accounts confirmed tonight.  A budget stop ends
      *>               with RETURN-CODE 4.
      *>   2026-10-15  The site fan-out table is narrowed to the run's
      *>               site selection: one site or a named site group
      *>               from SITEGRP, taken from the site or group
      *>               NIGHTLY scheduled the step against (SITESEL) or
      *>               else the central parameter USERENUM/SITE-SEL.
      *>               Blank or absent still probes every active site.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERENUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "ENUMCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT OPTIONAL ENUM-RULE-FILE ASSIGN TO "ENUMRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO "ENUMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT OPTIONAL STAGED-TARGET-FILE ASSIGN TO "ENUMSTAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT ENUM-REPORT-FILE ASSIGN TO "ENUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PARMFC.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY MASKFC.
           COPY CORRFC.
           COPY PROBERFC.
           COPY BIZDTFC.
           COPY BUDGFC.
           COPY MWINFC.
           COPY SCOPEFC.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD         PIC X(20).

      *>   ER-TYPE C = response code, L = redirect target (a 3xx whose
      *>   captured text contains the value), T = error text anywhere
      *>   in the captured text.  ER-MEANING E = a match means the
      *>   account exists, N = a match means there is no such account.
      *>   Text matches ignore case.
       FD  ENUM-RULE-FILE.
       01  ENUM-RULE-RECORD.
           05 ER-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 ER-TYPE               PIC X(1).
           05 FILLER                PIC X.
           05 ER-MEANING            PIC X(1).
           05 FILLER                PIC X.
           05 ER-VALUE              PIC X(40).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD          PIC X(80).

       FD  STAGED-TARGET-FILE.
       01  STAGED-TARGET-RECORD.
           05 SG-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 SG-TARGET             PIC X(20).

       FD  ENUM-REPORT-FILE.
       01  ENUM-REPORT-RECORD       PIC X(132).

       COPY PARMFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY MASKFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
       COPY BUDGFD.
       COPY MWINFD.
       COPY SCOPEFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY RSPMWS.
           COPY MSGLVWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY MASKWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY FILESTWS.
           01 WS-CN-STATUS          PIC X(2).
           01 WS-ER-STATUS          PIC X(2).
           01 WS-RS-STATUS          PIC X(2).
           01 WS-SG-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-CN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CANDIDATES  VALUE 'Y'.
           01 WS-ER-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-RULES       VALUE 'Y'.
           01 WS-RESP-EOF-SW        PIC X VALUE 'N'.
              88 END-OF-RESPONSES   VALUE 'Y'.
           01 WS-SG-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-STAGED      VALUE 'Y'.
           01 WS-LOWER-CASE         PIC X(26)
                                    VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-UPPER-CASE         PIC X(26)
                                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-PROBE-PASS         PIC X(20) VALUE 'enumprobe1'.
           01 WS-DELAY-SECONDS      PIC 9(4) VALUE 1.
           01 WS-CAND-COUNT         PIC 9(4) VALUE 0.
           01 WS-CAND-DROPPED       PIC 9(5) VALUE 0.
           01 WS-CAND-TABLE.
              05 WS-CAND-USERID OCCURS 1000 TIMES
                                    INDEXED BY CN-IDX PIC X(20).
      *>   Classification rules, in file order; the value is held
      *>   upper-cased with its length for the substring match.
           01 WS-RULE-COUNT         PIC 9(3) VALUE 0.
           01 WS-RULE-TABLE.
              05 WS-RULE-ENTRY OCCURS 200 TIMES INDEXED BY RL-IDX.
                 10 WS-RL-SITE         PIC X(8).
                 10 WS-RL-TYPE         PIC X(1).
                 10 WS-RL-MEANING      PIC X(1).
                 10 WS-RL-VALUE-UP     PIC X(40).
                 10 WS-RL-VALUE-LEN    PIC 9(2).
      *>   Staged confirmed accounts: what was on file plus what was
      *>   confirmed tonight, rewritten whole at the end.
           01 WS-STG-COUNT          PIC 9(4) VALUE 0.
           01 WS-STG-DROPPED        PIC 9(5) VALUE 0.
           01 WS-STG-TABLE.
              05 WS-STG-ENTRY OCCURS 2000 TIMES INDEXED BY SG-IDX.
                 10 WS-SG-T-SITE       PIC X(8).
                 10 WS-SG-T-TARGET     PIC X(20).
                 10 WS-SG-T-TONIGHT    PIC X(1).
                 10 WS-SG-T-NEW        PIC X(1).
      *>   Per-site tallies, parallel to the site fan-out table.
           01 WS-SITE-STATS.
              05 WS-SS-ENTRY OCCURS 50 TIMES.
                 10 WS-SS-TRIED        PIC 9(5).
                 10 WS-SS-EXISTS       PIC 9(5).
                 10 WS-SS-NOT-FOUND    PIC 9(5).
                 10 WS-SS-INCONCL      PIC 9(5).
                 10 WS-SS-NO-RESP      PIC 9(5).
                 10 WS-SS-NEW-STAGED   PIC 9(5).
                 10 WS-SS-NOTE         PIC X(30).
           01 WS-SITE-HAS-RULES-SW  PIC X.
              88 WS-SITE-HAS-RULES  VALUE 'Y'.
           01 WS-RULE-MATCH-SW      PIC X.
              88 WS-RULE-MATCHED    VALUE 'Y'.
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-VERDICT            PIC X(1).
              88 WS-VERDICT-EXISTS  VALUE 'E'.
              88 WS-VERDICT-NOT-FOUND VALUE 'N'.
              88 WS-VERDICT-INCONCL VALUE 'I'.
              88 WS-VERDICT-NO-RESP VALUE 'R'.
           01 WS-EXTRA-UP           PIC X(40).
           01 WS-MATCH-TALLY        PIC 9(3).
           01 WS-VALUE-LEN          PIC 9(2).
           01 WS-TOT-TRIED          PIC 9(6) VALUE 0.
           01 WS-TOT-EXISTS         PIC 9(6) VALUE 0.
           01 WS-TOT-NOT-FOUND      PIC 9(6) VALUE 0.
           01 WS-TOT-INCONCL        PIC 9(6) VALUE 0.
           01 WS-TOT-NO-RESP        PIC 9(6) VALUE 0.
           01 WS-TOT-NEW-STAGED     PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SITE-LINE.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-TRIED        PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-EXISTS       PIC Z(8)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NOT-FOUND    PIC Z(8)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-INCONCL      PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NO-RESP      PIC Z(6)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NEW-STAGED   PIC Z(9)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NOTE         PIC X(30).
           01 WS-ACCOUNT-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-AL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-AL-TARGET       PIC X(20).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-AL-STATUS       PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'USERENUM' TO WS-FS-PROGRAM-ID
           MOVE 'USERENUM' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-PARMS
           PERFORM 1100-LOAD-CANDIDATES
           IF WS-CAND-COUNT = 0
               DISPLAY 'USERENUM: ENUMCAND EMPTY OR MISSING -- '
                       'NOTHING TO PROBE'
               GOBACK
           END-IF
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-STAGED
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-STATUS = '00'
               PERFORM 8850-LOAD-RESPONSE-TABLE THRU
                   8850-LOAD-RESPONSE-TABLE-EXIT
               CLOSE RESPONSE-FILE
           END-IF
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           MOVE 'USERENUM' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           MOVE 'User-Agent: COBOL' TO USERAGENT
           PERFORM 2000-PROBE-ONE-SITE THRU 2000-PROBE-ONE-SITE-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
               8950-REPORT-ORPHAN-RESPONSES-EXIT
           PERFORM 4000-WRITE-STAGED
           PERFORM 5000-WRITE-REPORT
           DISPLAY 'USERENUM TRIED: ' WS-TOT-TRIED
                   '  CONFIRMED: ' WS-TOT-EXISTS
                   '  NOT FOUND: ' WS-TOT-NOT-FOUND
                   '  INCONCLUSIVE: ' WS-TOT-INCONCL
                   '  NEW STAGED: ' WS-TOT-NEW-STAGED
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'USERENUM STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PARMS.
           MOVE 'USERENUM' TO WS-PM-PROGRAM-ID
           MOVE 'PROBE-PASS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE NOT = SPACES
               MOVE WS-PM-PARM-VALUE TO WS-PROBE-PASS
           END-IF
           MOVE 'DELAY-SECS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-DELAY-SECONDS
           END-IF.

       1100-LOAD-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CN-STATUS = '00'
               PERFORM 1110-READ-ONE-CANDIDATE UNTIL END-OF-CANDIDATES
               CLOSE CANDIDATE-FILE
           END-IF
           IF WS-CAND-DROPPED > 0
               DISPLAY 'USERENUM WARNING: CANDIDATE TABLE FULL, '
                       WS-CAND-DROPPED ' CANDIDATES NOT LOADED'
           END-IF.

       1110-READ-ONE-CANDIDATE.
           READ CANDIDATE-FILE
               AT END SET END-OF-CANDIDATES TO TRUE
               NOT AT END
                   IF CANDIDATE-RECORD NOT = SPACES
                       IF WS-CAND-COUNT < 1000
                           ADD 1 TO WS-CAND-COUNT
                           MOVE CANDIDATE-RECORD
                               TO WS-CAND-USERID(WS-CAND-COUNT)
                       ELSE
                           ADD 1 TO WS-CAND-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-RULES.
           OPEN INPUT ENUM-RULE-FILE
           IF WS-ER-STATUS = '00'
               PERFORM 1210-READ-ONE-RULE UNTIL END-OF-RULES
               CLOSE ENUM-RULE-FILE
           END-IF
           IF WS-RULE-COUNT = 0
               DISPLAY 'USERENUM: NO ENUMRULE ON FILE -- '
                       'NO SITE CAN BE CLASSIFIED, NONE PROBED'
           END-IF.

       1210-READ-ONE-RULE.
           READ ENUM-RULE-FILE
               AT END SET END-OF-RULES TO TRUE
               NOT AT END
                   IF (ER-TYPE = 'C' OR ER-TYPE = 'L' OR ER-TYPE = 'T')
                       AND (ER-MEANING = 'E' OR ER-MEANING = 'N')
                       AND ER-VALUE NOT = SPACES
                       AND WS-RULE-COUNT < 200
                       ADD 1 TO WS-RULE-COUNT
                       SET RL-IDX TO WS-RULE-COUNT
                       MOVE ER-SITE-NAME TO WS-RL-SITE(RL-IDX)
                       MOVE ER-TYPE TO WS-RL-TYPE(RL-IDX)
                       MOVE ER-MEANING TO WS-RL-MEANING(RL-IDX)
                       MOVE ER-VALUE TO WS-RL-VALUE-UP(RL-IDX)
                       INSPECT WS-RL-VALUE-UP(RL-IDX)
                           CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       MOVE 40 TO WS-VALUE-LEN
                       PERFORM UNTIL WS-VALUE-LEN = 1
                              OR ER-VALUE(WS-VALUE-LEN:1) NOT = SPACE
                           SUBTRACT 1 FROM WS-VALUE-LEN
                       END-PERFORM
                       MOVE WS-VALUE-LEN TO WS-RL-VALUE-LEN(RL-IDX)
                   END-IF
           END-READ.

       1300-LOAD-STAGED.
           OPEN INPUT STAGED-TARGET-FILE
           IF WS-SG-STATUS = '00'
               PERFORM 1310-READ-ONE-STAGED UNTIL END-OF-STAGED
               CLOSE STAGED-TARGET-FILE
           END-IF.

       1310-READ-ONE-STAGED.
           READ STAGED-TARGET-FILE
               AT END SET END-OF-STAGED TO TRUE
               NOT AT END
                   IF SG-TARGET NOT = SPACES
                       IF WS-STG-COUNT < 2000
                           ADD 1 TO WS-STG-COUNT
                           SET SG-IDX TO WS-STG-COUNT
                           MOVE SG-SITE-NAME TO WS-SG-T-SITE(SG-IDX)
                           MOVE SG-TARGET TO WS-SG-T-TARGET(SG-IDX)
                           MOVE 'N' TO WS-SG-T-TONIGHT(SG-IDX)
                           MOVE 'N' TO WS-SG-T-NEW(SG-IDX)
                       ELSE
                           ADD 1 TO WS-STG-DROPPED
                       END-IF
                   END-IF
           END-READ.

      *>   A site is probed only when it is outside any maintenance
      *>   window, inside the engagement scope, and has at least
      *>   one classification rule -- an unclassifiable response is
      *>   budget spent for nothing.
       2000-PROBE-ONE-SITE.
           MOVE 0 TO WS-SS-TRIED(ST-IDX) WS-SS-EXISTS(ST-IDX)
                     WS-SS-NOT-FOUND(ST-IDX) WS-SS-INCONCL(ST-IDX)
                     WS-SS-NO-RESP(ST-IDX) WS-SS-NEW-STAGED(ST-IDX)
           MOVE SPACES TO WS-SS-NOTE(ST-IDX)
           IF WS-BUDGET-EXHAUSTED
               MOVE 'NOT REACHED -- BUDGET' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           MOVE 'N' TO WS-SITE-HAS-RULES-SW
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RULE-COUNT
               IF WS-RL-SITE(RL-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   SET WS-SITE-HAS-RULES TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SITE-HAS-RULES
               MOVE 'SKIPPED -- NO ENUMRULE' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-MW-SITE-NAME
           PERFORM 8280-CHECK-MAINT-WINDOW THRU
               8280-CHECK-MAINT-WINDOW-EXIT
           IF WS-SITE-IN-MAINT
               DISPLAY 'USERENUM SKIPPED (MAINTENANCE WINDOW): '
                       WS-MW-SITE-NAME ' ' WS-MW-REASON
               MOVE 'SKIPPED -- MAINTENANCE' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           MOVE 'USERENUM' TO WS-SC-PROGRAM
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SC-SITE
           PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
           IF WS-OUT-OF-SCOPE
               MOVE SPACES TO GETLINE
               PERFORM 8455-WRITE-SCOPE-EXC THRU
                   8455-WRITE-SCOPE-EXC-EXIT
               MOVE 'BLOCKED -- OUT OF SCOPE' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PR-SITE-NAME
           MOVE SPACES TO HOSTLINE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-ST-HOSTPORT(ST-IDX) DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           PERFORM 2100-PROBE-ONE-CANDIDATE THRU
               2100-PROBE-ONE-CANDIDATE-EXIT
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CAND-COUNT
                  OR WS-BUDGET-EXHAUSTED
           IF WS-BUDGET-EXHAUSTED
               MOVE 'STOPPED -- BUDGET' TO WS-SS-NOTE(ST-IDX)
           END-IF.
       2000-PROBE-ONE-SITE-EXIT.
           EXIT.

       2100-PROBE-ONE-CANDIDATE.
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2100-PROBE-ONE-CANDIDATE-EXIT
           END-IF
           MOVE SPACES TO GETLINE
           STRING 'GET ' DELIMITED BY SIZE
                  WS-ST-BASE-PATH(ST-IDX) DELIMITED BY SPACE
                  'login1.php?u=' DELIMITED BY SIZE
                  WS-CAND-USERID(CN-IDX) DELIMITED BY SPACE
                  '&p=' DELIMITED BY SIZE
                  WS-PROBE-PASS DELIMITED BY SPACE
                  ' HTTP/1.1' DELIMITED BY SIZE
                  INTO GETLINE
           END-STRING
           PERFORM 9200-NEXT-CORRELATION-ID THRU
               9200-NEXT-CORRELATION-ID-EXIT
           MOVE SPACES TO CORRIDLINE
           STRING 'X-Correlation-Id: ' DELIMITED BY SIZE
                  WS-CORR-ID DELIMITED BY SIZE
                  INTO CORRIDLINE
           END-STRING
           PERFORM 8060-MASK-REQUEST-LINE THRU
               8060-MASK-REQUEST-LINE-EXIT
           EVALUATE TRUE
               WHEN WS-MSG-TRACE
                   DISPLAY WS-MK-LINE
                   DISPLAY HOSTLINE
                   DISPLAY USERAGENT
                   DISPLAY CORRIDLINE
                   DISPLAY CR
               WHEN WS-MSG-NORMAL
                   DISPLAY WS-MK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-SS-TRIED(ST-IDX)
           PERFORM 8900-FIND-RESPONSE THRU 8900-FIND-RESPONSE-EXIT
           PERFORM 2200-CLASSIFY-RESPONSE
           EVALUATE TRUE
               WHEN WS-VERDICT-EXISTS
                   ADD 1 TO WS-SS-EXISTS(ST-IDX)
                   PERFORM 2300-STAGE-ACCOUNT
               WHEN WS-VERDICT-NOT-FOUND
                   ADD 1 TO WS-SS-NOT-FOUND(ST-IDX)
               WHEN WS-VERDICT-INCONCL
                   ADD 1 TO WS-SS-INCONCL(ST-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SS-NO-RESP(ST-IDX)
           END-EVALUATE
           MOVE 'USERENUM' TO WS-PR-PROGRAM-ID
           MOVE WS-MK-LINE TO WS-PR-REQUEST-LINE
           MOVE WS-RM-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
           MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
           PERFORM 8100-WRITE-PROBE-RESULT THRU
               8100-WRITE-PROBE-RESULT-EXIT
           CALL 'C$SLEEP' USING WS-DELAY-SECONDS.
       2100-PROBE-ONE-CANDIDATE-EXIT.
           EXIT.

      *>   The site's rules are tried in file order and the first
      *>   one that matches decides.  Redirect and text rules look
      *>   in the text the capture carries after the status code.
       2200-CLASSIFY-RESPONSE.
           IF NOT WS-RM-FOUND
               SET WS-VERDICT-NO-RESP TO TRUE
           ELSE
               SET WS-VERDICT-INCONCL TO TRUE
               MOVE WS-RM-MATCHED-EXTRA TO WS-EXTRA-UP
               INSPECT WS-EXTRA-UP
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE 'N' TO WS-RULE-MATCH-SW
               PERFORM 2210-TRY-ONE-RULE
                   VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RULE-COUNT
                      OR WS-RULE-MATCHED
           END-IF.

       2210-TRY-ONE-RULE.
           IF WS-RL-SITE(RL-IDX) = WS-ST-SITE-NAME(ST-IDX)
               MOVE 0 TO WS-MATCH-TALLY
               EVALUATE WS-RL-TYPE(RL-IDX)
                   WHEN 'C'
                       IF WS-RL-VALUE-UP(RL-IDX)(1:3)
                           = WS-RM-RESPONSE-CODE
                           MOVE 1 TO WS-MATCH-TALLY
                       END-IF
                   WHEN 'L'
                       IF WS-RM-RESPONSE-CODE(1:1) = '3'
                           INSPECT WS-EXTRA-UP TALLYING WS-MATCH-TALLY
                               FOR ALL WS-RL-VALUE-UP(RL-IDX)
                                   (1:WS-RL-VALUE-LEN(RL-IDX))
                       END-IF
                   WHEN OTHER
                       INSPECT WS-EXTRA-UP TALLYING WS-MATCH-TALLY
                           FOR ALL WS-RL-VALUE-UP(RL-IDX)
                               (1:WS-RL-VALUE-LEN(RL-IDX))
               END-EVALUATE
               IF WS-MATCH-TALLY > 0
                   SET WS-RULE-MATCHED TO TRUE
                   MOVE WS-RL-MEANING(RL-IDX) TO WS-VERDICT
               END-IF
           END-IF.

       2300-STAGE-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-STG-COUNT OR WS-FOUND
               IF WS-SG-T-SITE(SG-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   AND WS-SG-T-TARGET(SG-IDX) = WS-CAND-USERID(CN-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO WS-SG-T-TONIGHT(SG-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-STG-COUNT < 2000
                   ADD 1 TO WS-STG-COUNT
                   SET SG-IDX TO WS-STG-COUNT
                   MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SG-T-SITE(SG-IDX)
                   MOVE WS-CAND-USERID(CN-IDX) TO WS-SG-T-TARGET(SG-IDX)
                   MOVE 'Y' TO WS-SG-T-TONIGHT(SG-IDX)
                   MOVE 'Y' TO WS-SG-T-NEW(SG-IDX)
                   ADD 1 TO WS-SS-NEW-STAGED(ST-IDX)
               ELSE
                   ADD 1 TO WS-STG-DROPPED
               END-IF
           END-IF.

       4000-WRITE-STAGED.
           OPEN OUTPUT STAGED-TARGET-FILE
           MOVE WS-SG-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'ENUMSTAG' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-STG-COUNT
               MOVE SPACES TO STAGED-TARGET-RECORD
               MOVE WS-SG-T-SITE(SG-IDX) TO SG-SITE-NAME
               MOVE WS-SG-T-TARGET(SG-IDX) TO SG-TARGET
               WRITE STAGED-TARGET-RECORD
           END-PERFORM
           CLOSE STAGED-TARGET-FILE
           IF WS-STG-DROPPED > 0
               DISPLAY 'USERENUM WARNING: STAGED TABLE FULL, '
                       WS-STG-DROPPED ' CONFIRMED ACCOUNTS NOT STAGED'
           END-IF.

       5000-WRITE-REPORT.
           OPEN OUTPUT ENUM-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'ENUMRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'USERNAME ENUMERATION -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '   CANDIDATES: ' DELIMITED BY SIZE
                  WS-CAND-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'SITE       TRIED  CONFIRMED  NOT-FOUND   INCONCL'
               TO WS-REPORT-LINE
           MOVE '  NO-RESP  NEW-STAGED  NOTE' TO WS-REPORT-LINE(49:)
           WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SITE-TABLE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 5100-WRITE-SITE-LINE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           MOVE SPACES TO WS-SITE-LINE
           MOVE 'TOTAL' TO WS-SL-SITE
           MOVE WS-TOT-TRIED TO WS-SL-TRIED
           MOVE WS-TOT-EXISTS TO WS-SL-EXISTS
           MOVE WS-TOT-NOT-FOUND TO WS-SL-NOT-FOUND
           MOVE WS-TOT-INCONCL TO WS-SL-INCONCL
           MOVE WS-TOT-NO-RESP TO WS-SL-NO-RESP
           MOVE WS-TOT-NEW-STAGED TO WS-SL-NEW-STAGED
           WRITE ENUM-REPORT-RECORD FROM WS-SITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'ACCOUNTS CONFIRMED THIS RUN' TO WS-REPORT-LINE
           WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TOT-EXISTS = 0
               MOVE '    NONE' TO WS-REPORT-LINE
               WRITE ENUM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 5200-WRITE-ACCOUNT-LINE
               VARYING SG-IDX FROM 1 BY 1
               UNTIL SG-IDX > WS-STG-COUNT
           CLOSE ENUM-REPORT-FILE.

       5100-WRITE-SITE-LINE.
           MOVE SPACES TO WS-SITE-LINE
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SL-SITE
           MOVE WS-SS-TRIED(ST-IDX) TO WS-SL-TRIED
           MOVE WS-SS-EXISTS(ST-IDX) TO WS-SL-EXISTS
           MOVE WS-SS-NOT-FOUND(ST-IDX) TO WS-SL-NOT-FOUND
           MOVE WS-SS-INCONCL(ST-IDX) TO WS-SL-INCONCL
           MOVE WS-SS-NO-RESP(ST-IDX) TO WS-SL-NO-RESP
           MOVE WS-SS-NEW-STAGED(ST-IDX) TO WS-SL-NEW-STAGED
           MOVE WS-SS-NOTE(ST-IDX) TO WS-SL-NOTE
           WRITE ENUM-REPORT-RECORD FROM WS-SITE-LINE
           ADD WS-SS-TRIED(ST-IDX) TO WS-TOT-TRIED
           ADD WS-SS-EXISTS(ST-IDX) TO WS-TOT-EXISTS
           ADD WS-SS-NOT-FOUND(ST-IDX) TO WS-TOT-NOT-FOUND
           ADD WS-SS-INCONCL(ST-IDX) TO WS-TOT-INCONCL
           ADD WS-SS-NO-RESP(ST-IDX) TO WS-TOT-NO-RESP
           ADD WS-SS-NEW-STAGED(ST-IDX) TO WS-TOT-NEW-STAGED.

       5200-WRITE-ACCOUNT-LINE.
           IF WS-SG-T-TONIGHT(SG-IDX) = 'Y'
               MOVE SPACES TO WS-ACCOUNT-LINE
               MOVE WS-SG-T-SITE(SG-IDX) TO WS-AL-SITE
               MOVE WS-SG-T-TARGET(SG-IDX) TO WS-AL-TARGET
               IF WS-SG-T-NEW(SG-IDX) = 'Y'
                   MOVE 'NEWLY STAGED' TO WS-AL-STATUS
               ELSE
                   MOVE 'ALREADY STAGED' TO WS-AL-STATUS
               END-IF
               WRITE ENUM-REPORT-RECORD FROM WS-ACCOUNT-LINE
           END-IF.

       COPY PARMPA.
       COPY RSPMPA.
       COPY MSGLVPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY MASKPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY FILESTPA.
