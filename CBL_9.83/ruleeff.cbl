       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Candidate-rule effectiveness.
      *>               CANDGEN feeds MICKEY and PLUTO from the CANDRULE
      *>               transformation rules, and every rule-stream hit
      *>               carries FN-RULE-ID, but nothing said which
      *>               rules earn the attempts they use up.  This job
      *>               joins the attempted-combination registry
      *>               (ATTEMPTS, which now records the rule behind
      *>               each credential sent) to the findings by rule,
      *>               and reports per rule and per site: attempts
      *>               spent, hits, hit rate, and the average attempts
      *>               the rule spent on a target before it fell (the
      *>               hit included).  Each rule also gets an all-site
      *>               line, rules on CANDRULE never tried show as
      *>               such, and a recommended priority order follows:
      *>               rules with hits by hit rate, then rules with
      *>               too few attempts to judge (RULEEFF/MIN-ATTEMPTS,
      *>               default 10), then rules tried without a hit --
      *>               current CANDRULE order breaking every tie.
      *>               With RULEEFF/APPLY-ORDER = Y the order is
      *>               written back to CANDRULE (the order it replaces
      *>               is kept in CANDRPRV), so the next sweeps try
      *>               the productive rules first; otherwise the
      *>               recommendation is report-only.  Written to
      *>               RULERPT.  RC 4 when a table filled and entries
      *>               were not counted, or an apply was refused.
      *>   2026-10-15  The row lookup is performed through its exit at
      *>               both call sites, so a full rule table no longer
      *>               runs on into the total clearing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEEFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULE-FILE ASSIGN TO "CANDRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT PRIOR-RULE-FILE ASSIGN TO "CANDRPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT RULE-REPORT-FILE ASSIGN TO "RULERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY ATRGFC.
           COPY FINDFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
      *>   Laid out as CANDGEN reads it: rule id, a space, rule type.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 RL-RULE-ID            PIC X(4).
           05 FILLER                PIC X.
           05 RL-RULE-TYPE          PIC X(2).
           05 FILLER                PIC X(73).

       FD  PRIOR-RULE-FILE.
       01  PRIOR-RULE-RECORD        PIC X(80).

       FD  RULE-REPORT-FILE.
       01  RULE-REPORT-RECORD       PIC X(132).

       COPY ATRGFD.
       COPY FINDFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY ATRGWS.
           COPY FINDWS.
           01 WS-RL-STATUS          PIC X(2).
           01 WS-RV-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-MIN-ATTEMPTS       PIC 9(4) VALUE 10.
           01 WS-APPLY-SW           PIC X VALUE 'N'.
              88 WS-APPLY-ORDER     VALUE 'Y'.
           01 WS-SKIPPED            PIC 9(8) VALUE 0.
           01 WS-REFUSED-SW         PIC X VALUE 'N'.
              88 WS-APPLY-REFUSED   VALUE 'Y'.

      *>   The CANDRULE lines as read, in file order.  A rule met in
      *>   the registry or the findings but no longer on CANDRULE
      *>   is carried (WS-RU-ON-FILE 'N') so its history still
      *>   reports, but it takes no part in the ordering.
           01 WS-RU-COUNT           PIC 9(2) VALUE 0.
           01 WS-RU-FILE-COUNT      PIC 9(2) VALUE 0.
           01 WS-RU-TABLE.
              05 WS-RU-ENTRY OCCURS 50 TIMES INDEXED BY RU-IDX.
                 10 WS-RU-ID           PIC X(4).
                 10 WS-RU-TYPE         PIC X(2).
                 10 WS-RU-LINE         PIC X(80).
                 10 WS-RU-ON-FILE      PIC X(1).
                 10 WS-RU-ATTEMPTS     PIC 9(8).
                 10 WS-RU-HITS         PIC 9(6).
                 10 WS-RU-TO-HIT       PIC 9(8).
                 10 WS-RU-CLASS        PIC 9(1).
                 10 WS-RU-RATE         PIC 9(3)V99.
                 10 WS-RU-PLACED       PIC X(1).
           01 WS-RANK-TABLE.
              05 WS-RANK-RULE OCCURS 50 TIMES PIC 9(2).
           01 WS-RANK-COUNT         PIC 9(2) VALUE 0.
           01 WS-BEST-IX            PIC 9(2).
           01 WS-ORDER-CHANGED-SW   PIC X VALUE 'N'.

      *>   One row per rule and site.
           01 WS-RS-COUNT           PIC 9(4) VALUE 0.
           01 WS-RS-TABLE.
              05 WS-RS-ENTRY OCCURS 400 TIMES INDEXED BY RS-IDX.
                 10 WS-RS-RULE-IX      PIC 9(2).
                 10 WS-RS-SITE         PIC X(8).
                 10 WS-RS-ATTEMPTS     PIC 9(8).
                 10 WS-RS-HITS         PIC 9(6).
                 10 WS-RS-TO-HIT       PIC 9(8).

      *>   One entry per target a rule broke, for the attempts the
      *>   rule spent on that target.
           01 WS-HT-COUNT           PIC 9(4) VALUE 0.
           01 WS-HT-TABLE.
              05 WS-HT-ENTRY OCCURS 1000 TIMES INDEXED BY HT-IDX.
                 10 WS-HT-SITE         PIC X(8).
                 10 WS-HT-USERID       PIC X(20).
                 10 WS-HT-RULE         PIC X(4).
           01 WS-HT-FOUND-SW        PIC X.
              88 WS-HT-FOUND        VALUE 'Y'.

           01 WS-FIND-RULE          PIC X(4).
           01 WS-FIND-SITE          PIC X(8).
           01 WS-FIND-USERID        PIC X(20).
           01 WS-RULE-IX            PIC 9(2).
           01 WS-ROW-IX             PIC 9(4).

      *>   Per-line arithmetic.
           01 WS-PCT                PIC 9(3)V99.
           01 WS-AVG                PIC 9(6)V9.
           01 WS-LINE-ATTEMPTS      PIC 9(8).
           01 WS-LINE-HITS          PIC 9(6).
           01 WS-LINE-TO-HIT        PIC 9(8).
           01 WS-POS                PIC 9(2).

           01 WS-ED-COUNT           PIC Z9.
           01 WS-ED-BIG             PIC Z(7)9.
           01 WS-ED-MIN             PIC ZZZ9.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-RE-HEADING.
              05 FILLER             PIC X(6)  VALUE 'RULE'.
              05 FILLER             PIC X(6)  VALUE 'TYPE'.
              05 FILLER             PIC X(9)  VALUE 'SITE'.
              05 FILLER             PIC X(10) VALUE '  ATTEMPTS'.
              05 FILLER             PIC X(8)  VALUE '    HITS'.
              05 FILLER             PIC X(9)  VALUE '  HIT PCT'.
              05 FILLER             PIC X(12) VALUE '  AVG TO HIT'.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 FILLER             PIC X(4)  VALUE 'NOTE'.
           01 WS-RE-DETAIL.
              05 WS-RD-RULE         PIC X(4).
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RD-TYPE         PIC X(2).
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-RD-SITE         PIC X(9).
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RD-ATTEMPTS     PIC ZZZZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RD-HITS         PIC ZZZZZ9.
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-RD-PCT          PIC ZZ9.99.
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-RD-AVG          PIC ZZZZZ9.9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RD-NOTE         PIC X(40).
           01 WS-RO-HEADING.
              05 FILLER             PIC X(6)  VALUE 'RANK'.
              05 FILLER             PIC X(6)  VALUE 'RULE'.
              05 FILLER             PIC X(6)  VALUE 'TYPE'.
              05 FILLER             PIC X(5)  VALUE 'WAS'.
              05 FILLER             PIC X(10) VALUE '  ATTEMPTS'.
              05 FILLER             PIC X(8)  VALUE '    HITS'.
              05 FILLER             PIC X(9)  VALUE '  HIT PCT'.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 FILLER             PIC X(5)  VALUE 'BASIS'.
           01 WS-RO-DETAIL.
              05 WS-RO-RANK         PIC Z9.
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-RO-RULE         PIC X(4).
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RO-TYPE         PIC X(2).
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-RO-WAS          PIC Z9.
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-RO-ATTEMPTS     PIC ZZZZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RO-HITS         PIC ZZZZZ9.
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-RO-PCT          PIC ZZ9.99.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-RO-BASIS        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'RULEEFF' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-READ-PARMS
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-FINDINGS
           PERFORM 1300-COUNT-ATTEMPTS
           PERFORM 1600-RANK-RULES

           OPEN OUTPUT RULE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'RULERPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2000-REPORT-HEADING
           PERFORM 2100-REPORT-ONE-RULE
               VARYING RU-IDX FROM 1 BY 1
               UNTIL RU-IDX > WS-RU-COUNT
           PERFORM 2500-REPORT-ORDER
           IF WS-APPLY-ORDER
               PERFORM 3000-APPLY-ORDER THRU 3000-APPLY-ORDER-EXIT
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'REPORT ONLY -- RULEEFF/APPLY-ORDER IS NOT Y, CANDRULE UNCHANGED'
                   TO WS-REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           PERFORM 2800-REPORT-TOTALS
           CLOSE RULE-REPORT-FILE

           DISPLAY 'RULEEFF: RULES ' WS-RU-FILE-COUNT
                   '  RULE/SITE ROWS ' WS-RS-COUNT
                   '  TARGETS BROKEN ' WS-HT-COUNT
           IF WS-SKIPPED > 0
               DISPLAY 'RULEEFF: TABLE FULL, ' WS-SKIPPED
                       ' ENTRIES NOT COUNTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-APPLY-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-PARMS.
           MOVE 'RULEEFF' TO WS-PM-PROGRAM-ID
           MOVE 'MIN-ATTEMPTS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-MIN-ATTEMPTS
           END-IF
           IF WS-MIN-ATTEMPTS = 0
               MOVE 1 TO WS-MIN-ATTEMPTS
           END-IF
           MOVE 'RULEEFF' TO WS-PM-PROGRAM-ID
           MOVE 'APPLY-ORDER' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:1) = 'Y'
               SET WS-APPLY-ORDER TO TRUE
           END-IF.

      *>   Every CANDRULE line is kept as read, so a rewrite gives
      *>   back exactly the lines it took, only reordered.  Blank
      *>   lines (which CANDGEN skips) are dropped on a rewrite.
       1100-LOAD-RULES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RULE-FILE
           IF WS-RL-STATUS = '00'
               PERFORM 1110-LOAD-ONE-RULE UNTIL END-OF-INPUT
           END-IF
           IF WS-RL-STATUS = '00' OR WS-RL-STATUS = '05'
               OR WS-RL-STATUS = '10'
               CLOSE RULE-FILE
           END-IF
           MOVE WS-RU-COUNT TO WS-RU-FILE-COUNT.

       1110-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF RL-RULE-ID NOT = SPACES
                       IF WS-RU-COUNT < 50
                           ADD 1 TO WS-RU-COUNT
                           SET RU-IDX TO WS-RU-COUNT
                           MOVE RL-RULE-ID TO WS-RU-ID(RU-IDX)
                           MOVE RL-RULE-TYPE TO WS-RU-TYPE(RU-IDX)
                           MOVE RULE-RECORD TO WS-RU-LINE(RU-IDX)
                           MOVE 'Y' TO WS-RU-ON-FILE(RU-IDX)
                           PERFORM 1500-CLEAR-RULE-TOTALS
                       ELSE
                           ADD 1 TO WS-SKIPPED
                           SET WS-APPLY-REFUSED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *>   A finding with a rule id is a rule-stream hit.  The same
      *>   target broken by the same rule is counted once, however
      *>   many times it was re-verified or re-reported.
       1200-LOAD-FINDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00'
               PERFORM 1210-LOAD-ONE-FINDING UNTIL END-OF-INPUT
           END-IF
           IF WS-FN-STATUS = '00' OR WS-FN-STATUS = '05'
               OR WS-FN-STATUS = '10'
               CLOSE FINDINGS-FILE
           END-IF.

       1210-LOAD-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF FN-RULE-ID NOT = SPACES
                       MOVE FN-RULE-ID TO WS-FIND-RULE
                       MOVE FN-SITE-NAME TO WS-FIND-SITE
                       MOVE FN-USERID TO WS-FIND-USERID
                       PERFORM 1400-FIND-HIT
                       IF NOT WS-HT-FOUND
                           PERFORM 1220-ADD-HIT
                       END-IF
                   END-IF
           END-READ.

       1220-ADD-HIT.
           PERFORM 1450-FIND-OR-ADD-ROW THRU
               1450-FIND-OR-ADD-ROW-EXIT
           IF WS-ROW-IX = 0 OR WS-HT-COUNT NOT < 1000
               ADD 1 TO WS-SKIPPED
           ELSE
               ADD 1 TO WS-HT-COUNT
               SET HT-IDX TO WS-HT-COUNT
               MOVE WS-FIND-SITE TO WS-HT-SITE(HT-IDX)
               MOVE WS-FIND-USERID TO WS-HT-USERID(HT-IDX)
               MOVE WS-FIND-RULE TO WS-HT-RULE(HT-IDX)
               ADD 1 TO WS-RS-HITS(WS-ROW-IX)
               ADD 1 TO WS-RU-HITS(WS-RULE-IX)
           END-IF.

      *>   Every registry entry is one distinct credential sent; those
      *>   sent from the rule stream carry the rule.  An entry for a
      *>   target the same rule later broke counts toward that hit's
      *>   attempts.  A registry never built means nothing was sent.
       1300-COUNT-ATTEMPTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ATTEMPT-REGISTRY-FILE
           IF WS-AR-STATUS = '00'
               PERFORM 1310-COUNT-ONE-ATTEMPT UNTIL END-OF-INPUT
               CLOSE ATTEMPT-REGISTRY-FILE
           END-IF.

       1310-COUNT-ONE-ATTEMPT.
           READ ATTEMPT-REGISTRY-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AR-RULE-ID NOT = SPACES
                       MOVE AR-RULE-ID TO WS-FIND-RULE
                       MOVE AR-SITE-NAME TO WS-FIND-SITE
                       MOVE AR-USERID TO WS-FIND-USERID
                       PERFORM 1450-FIND-OR-ADD-ROW THRU
                           1450-FIND-OR-ADD-ROW-EXIT
                       IF WS-ROW-IX = 0
                           ADD 1 TO WS-SKIPPED
                       ELSE
                           ADD 1 TO WS-RS-ATTEMPTS(WS-ROW-IX)
                           ADD 1 TO WS-RU-ATTEMPTS(WS-RULE-IX)
                           IF WS-RS-HITS(WS-ROW-IX) > 0
                               PERFORM 1400-FIND-HIT
                               IF WS-HT-FOUND
                                   ADD 1 TO WS-RS-TO-HIT(WS-ROW-IX)
                                   ADD 1 TO WS-RU-TO-HIT(WS-RULE-IX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1400-FIND-HIT.
           IF WS-FIND-SITE = SPACES
               MOVE 'DEFAULT' TO WS-FIND-SITE
           END-IF
           MOVE 'N' TO WS-HT-FOUND-SW
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HT-COUNT OR WS-HT-FOUND
               IF WS-HT-SITE(HT-IDX) = WS-FIND-SITE
                   AND WS-HT-USERID(HT-IDX) = WS-FIND-USERID
                   AND WS-HT-RULE(HT-IDX) = WS-FIND-RULE
                   SET WS-HT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *>   WS-ROW-IX comes back zero only when a table is full.  The
      *>   rule is added (as no longer on CANDRULE) when it is not
      *>   among the lines read.
       1450-FIND-OR-ADD-ROW.
           IF WS-FIND-SITE = SPACES
               MOVE 'DEFAULT' TO WS-FIND-SITE
           END-IF
           MOVE 0 TO WS-ROW-IX
           MOVE 0 TO WS-RULE-IX
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RU-COUNT OR WS-RULE-IX > 0
               IF WS-RU-ID(RU-IDX) = WS-FIND-RULE
                   SET WS-RULE-IX TO RU-IDX
               END-IF
           END-PERFORM
           IF WS-RULE-IX = 0
               IF WS-RU-COUNT < 50
                   ADD 1 TO WS-RU-COUNT
                   SET RU-IDX TO WS-RU-COUNT
                   MOVE WS-FIND-RULE TO WS-RU-ID(RU-IDX)
                   MOVE SPACES TO WS-RU-TYPE(RU-IDX)
                                  WS-RU-LINE(RU-IDX)
                   MOVE 'N' TO WS-RU-ON-FILE(RU-IDX)
                   PERFORM 1500-CLEAR-RULE-TOTALS
                   SET WS-RULE-IX TO RU-IDX
               ELSE
                   GO TO 1450-FIND-OR-ADD-ROW-EXIT
               END-IF
           END-IF
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT OR WS-ROW-IX > 0
               IF WS-RS-RULE-IX(RS-IDX) = WS-RULE-IX
                   AND WS-RS-SITE(RS-IDX) = WS-FIND-SITE
                   SET WS-ROW-IX TO RS-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-IX = 0 AND WS-RS-COUNT < 400
               ADD 1 TO WS-RS-COUNT
               MOVE WS-RS-COUNT TO WS-ROW-IX
               MOVE WS-RULE-IX TO WS-RS-RULE-IX(WS-ROW-IX)
               MOVE WS-FIND-SITE TO WS-RS-SITE(WS-ROW-IX)
               MOVE 0 TO WS-RS-ATTEMPTS(WS-ROW-IX)
                         WS-RS-HITS(WS-ROW-IX)
                         WS-RS-TO-HIT(WS-ROW-IX)
           END-IF.
       1450-FIND-OR-ADD-ROW-EXIT.
           EXIT.

       1500-CLEAR-RULE-TOTALS.
           MOVE 0 TO WS-RU-ATTEMPTS(RU-IDX)
                     WS-RU-HITS(RU-IDX)
                     WS-RU-TO-HIT(RU-IDX)
                     WS-RU-CLASS(RU-IDX)
                     WS-RU-RATE(RU-IDX)
           MOVE 'N' TO WS-RU-PLACED(RU-IDX).

      *>   Class 1: enough attempts and at least one hit, ranked by
      *>   hit rate (more hits, then CANDRULE order, breaking ties).
      *>   Class 2: fewer attempts than RULEEFF/MIN-ATTEMPTS -- not
      *>   enough evidence yet, so kept ahead of the proven-empty.
      *>   Class 3: enough attempts and no hit.  Only rules on
      *>   CANDRULE are ranked.
       1600-RANK-RULES.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RU-COUNT
               MOVE 0 TO WS-RU-RATE(RU-IDX)
               IF WS-RU-ATTEMPTS(RU-IDX) > 0
                   IF WS-RU-HITS(RU-IDX) >= WS-RU-ATTEMPTS(RU-IDX)
                       MOVE 100 TO WS-RU-RATE(RU-IDX)
                   ELSE
                       COMPUTE WS-RU-RATE(RU-IDX) ROUNDED =
                           (WS-RU-HITS(RU-IDX) * 100)
                           / WS-RU-ATTEMPTS(RU-IDX)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-RU-ATTEMPTS(RU-IDX) < WS-MIN-ATTEMPTS
                       MOVE 2 TO WS-RU-CLASS(RU-IDX)
                   WHEN WS-RU-HITS(RU-IDX) > 0
                       MOVE 1 TO WS-RU-CLASS(RU-IDX)
                   WHEN OTHER
                       MOVE 3 TO WS-RU-CLASS(RU-IDX)
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-RANK-COUNT
           PERFORM 1610-PLACE-NEXT-RULE
               UNTIL WS-RANK-COUNT NOT < WS-RU-FILE-COUNT.

       1610-PLACE-NEXT-RULE.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RU-FILE-COUNT
               IF WS-RU-PLACED(RU-IDX) = 'N'
                   IF WS-BEST-IX = 0
                       SET WS-BEST-IX TO RU-IDX
                   ELSE
                       IF WS-RU-CLASS(RU-IDX) < WS-RU-CLASS(WS-BEST-IX)
                           OR (WS-RU-CLASS(RU-IDX)
                                   = WS-RU-CLASS(WS-BEST-IX)
                               AND WS-RU-CLASS(RU-IDX) = 1
                               AND (WS-RU-RATE(RU-IDX)
                                       > WS-RU-RATE(WS-BEST-IX)
                                   OR (WS-RU-RATE(RU-IDX)
                                       = WS-RU-RATE(WS-BEST-IX)
                                       AND WS-RU-HITS(RU-IDX)
                                       > WS-RU-HITS(WS-BEST-IX))))
                           SET WS-BEST-IX TO RU-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-RANK-COUNT
           MOVE WS-BEST-IX TO WS-RANK-RULE(WS-RANK-COUNT)
           MOVE 'Y' TO WS-RU-PLACED(WS-BEST-IX)
           IF WS-BEST-IX NOT = WS-RANK-COUNT
               MOVE 'Y' TO WS-ORDER-CHANGED-SW
           END-IF.

       2000-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RULEEFF  CANDIDATE-RULE EFFECTIVENESS    BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-MIN-ATTEMPTS TO WS-ED-MIN
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AVG TO HIT IS THE ATTEMPTS THE RULE SPENT ON A TARGET '
                      DELIMITED BY SIZE
                  'IT BROKE, THE HIT INCLUDED.  MINIMUM ATTEMPTS TO '
                      DELIMITED BY SIZE
                  'RANK: ' DELIMITED BY SIZE
                  WS-ED-MIN DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-RE-HEADING TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *>   One line per site the rule was used against, then the
      *>   rule's all-site line.
       2100-REPORT-ONE-RULE.
           MOVE 0 TO WS-POS
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT
               IF WS-RS-RULE-IX(RS-IDX) = RU-IDX
                   ADD 1 TO WS-POS
                   MOVE WS-RS-SITE(RS-IDX) TO WS-RD-SITE
                   MOVE WS-RS-ATTEMPTS(RS-IDX) TO WS-LINE-ATTEMPTS
                   MOVE WS-RS-HITS(RS-IDX) TO WS-LINE-HITS
                   MOVE WS-RS-TO-HIT(RS-IDX) TO WS-LINE-TO-HIT
                   MOVE SPACES TO WS-RD-NOTE
                   PERFORM 2200-WRITE-DETAIL
               END-IF
           END-PERFORM
           MOVE 'ALL SITES' TO WS-RD-SITE
           MOVE WS-RU-ATTEMPTS(RU-IDX) TO WS-LINE-ATTEMPTS
           MOVE WS-RU-HITS(RU-IDX) TO WS-LINE-HITS
           MOVE WS-RU-TO-HIT(RU-IDX) TO WS-LINE-TO-HIT
           EVALUATE TRUE
               WHEN WS-RU-ON-FILE(RU-IDX) = 'N'
                   MOVE 'NO LONGER ON CANDRULE' TO WS-RD-NOTE
               WHEN WS-POS = 0
                   MOVE 'NOT YET TRIED' TO WS-RD-NOTE
               WHEN WS-RU-HITS(RU-IDX) > WS-RU-ATTEMPTS(RU-IDX)
                   MOVE 'HITS PREDATE THE RULE ON ATTEMPTS'
                       TO WS-RD-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-RD-NOTE
           END-EVALUATE
           PERFORM 2200-WRITE-DETAIL
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2200-WRITE-DETAIL.
           MOVE WS-RU-ID(RU-IDX) TO WS-RD-RULE
           MOVE WS-RU-TYPE(RU-IDX) TO WS-RD-TYPE
           MOVE WS-LINE-ATTEMPTS TO WS-RD-ATTEMPTS
           MOVE WS-LINE-HITS TO WS-RD-HITS
           MOVE 0 TO WS-PCT WS-AVG
           IF WS-LINE-ATTEMPTS > 0
               IF WS-LINE-HITS >= WS-LINE-ATTEMPTS
                   MOVE 100 TO WS-PCT
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       (WS-LINE-HITS * 100) / WS-LINE-ATTEMPTS
               END-IF
           END-IF
           IF WS-LINE-HITS > 0
               COMPUTE WS-AVG ROUNDED = WS-LINE-TO-HIT / WS-LINE-HITS
           END-IF
           MOVE WS-PCT TO WS-RD-PCT
           MOVE WS-AVG TO WS-RD-AVG
           MOVE WS-RE-DETAIL TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2500-REPORT-ORDER.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'RECOMMENDED CANDRULE ORDER' TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-RO-HEADING TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-RANK-COUNT
               SET RU-IDX TO WS-RANK-RULE(WS-POS)
               MOVE WS-POS TO WS-RO-RANK
               MOVE WS-RU-ID(RU-IDX) TO WS-RO-RULE
               MOVE WS-RU-TYPE(RU-IDX) TO WS-RO-TYPE
               MOVE WS-RANK-RULE(WS-POS) TO WS-RO-WAS
               MOVE WS-RU-ATTEMPTS(RU-IDX) TO WS-RO-ATTEMPTS
               MOVE WS-RU-HITS(RU-IDX) TO WS-RO-HITS
               MOVE WS-RU-RATE(RU-IDX) TO WS-RO-PCT
               EVALUATE WS-RU-CLASS(RU-IDX)
                   WHEN 1
                       MOVE 'PRODUCTIVE -- BY HIT RATE' TO WS-RO-BASIS
                   WHEN 2
                       MOVE 'TOO FEW ATTEMPTS TO JUDGE' TO WS-RO-BASIS
                   WHEN OTHER
                       MOVE 'TRIED WITHOUT A HIT' TO WS-RO-BASIS
               END-EVALUATE
               MOVE WS-RO-DETAIL TO WS-REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-REPORT-TOTALS.
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-ED-BIG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TABLE FULL -- ENTRIES NOT COUNTED '
                          DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2900-WRITE-REPORT-LINE.
           WRITE RULE-REPORT-RECORD FROM WS-REPORT-LINE.

      *>   The order is only written back when there is something to
      *>   learn from (at least one productive rule), CANDRULE was
      *>   read whole, and the order actually changes.  The order
      *>   being replaced is saved to CANDRPRV first; if that save
      *>   fails CANDRULE is left alone.
       3000-APPLY-ORDER.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-APPLY-REFUSED
                   MOVE 'CANDRULE HAS MORE LINES THAN ARE HELD -- ORDER NOT APPLIED'
                       TO WS-REPORT-LINE
               WHEN WS-RANK-COUNT = 0
                   MOVE 'NO RULES ON CANDRULE -- ORDER NOT APPLIED'
                       TO WS-REPORT-LINE
               WHEN WS-RU-CLASS(WS-RANK-RULE(1)) NOT = 1
                   MOVE 'NO PRODUCTIVE RULE YET -- ORDER NOT APPLIED'
                       TO WS-REPORT-LINE
               WHEN WS-ORDER-CHANGED-SW = 'N'
                   MOVE 'RECOMMENDED ORDER IS THE CURRENT ORDER -- CANDRULE UNCHANGED'
                       TO WS-REPORT-LINE
           END-EVALUATE
           IF WS-REPORT-LINE NOT = SPACES
               PERFORM 2900-WRITE-REPORT-LINE
               GO TO 3000-APPLY-ORDER-EXIT
           END-IF

           OPEN OUTPUT PRIOR-RULE-FILE
           IF WS-RV-STATUS NOT = '00'
               MOVE 'CANDRPRV COULD NOT BE WRITTEN -- ORDER NOT APPLIED'
                   TO WS-REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
               SET WS-APPLY-REFUSED TO TRUE
               GO TO 3000-APPLY-ORDER-EXIT
           END-IF
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RU-FILE-COUNT
               WRITE PRIOR-RULE-RECORD FROM WS-RU-LINE(RU-IDX)
           END-PERFORM
           CLOSE PRIOR-RULE-FILE

           OPEN OUTPUT RULE-FILE
           MOVE 'OPEN OUTPUT' TO WS-FS-OPERATION
           MOVE 'CANDRULE' TO WS-FS-FILE-NAME
           MOVE WS-RL-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-RANK-COUNT
               SET RU-IDX TO WS-RANK-RULE(WS-POS)
               WRITE RULE-RECORD FROM WS-RU-LINE(RU-IDX)
           END-PERFORM
           CLOSE RULE-FILE
           MOVE WS-RANK-COUNT TO WS-ED-COUNT
           STRING 'RECOMMENDED ORDER APPLIED -- CANDRULE REWRITTEN ('
                      DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  ' RULES), PRIOR ORDER KEPT IN CANDRPRV'
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           DISPLAY 'RULEEFF: CANDRULE REORDERED, PRIOR ORDER IN CANDRPRV'.
       3000-APPLY-ORDER-EXIT.
           EXIT.

       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
