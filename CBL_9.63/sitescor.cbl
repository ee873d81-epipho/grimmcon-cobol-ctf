       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Weekly site health scorecard.
      *>               Availability, response time, content drift,
      *>               open findings, abends and maintenance blackout
      *>               each had a report of their own; this pulls them
      *>               into one weighted score per active SITEDIR
      *>               entry for the seven days ending on the business
      *>               date.  Each component scores 0-100 (100 best):
      *>                 AVAIL  - heartbeats answered / attempted, from
      *>                          MARCOLOG (the MARCODAY figures for
      *>                          the week; MARCOSTAT is a run-to-date
      *>                          total for the whole shop and cannot
      *>                          be split by site or week);
      *>                 RESP   - average response of the answered
      *>                          heartbeats: 100 at or under
      *>                          RESP-TARGET centiseconds, 0 at or
      *>                          over RESP-LIMIT, straight line
      *>                          between;
      *>                 DRIFT  - tonight's SITEDRFT: 0 drifted, 50 not
      *>                          baselined or no capture, else 100;
      *>                 FIND   - 100 less the summed FN-SEVERITY of
      *>                          the site's findings not yet CLOSED;
      *>                 ABEND  - 100 less ABEND-PENALTY per ABENDJRN
      *>                          entry in the week.  The journal does
      *>                          not name a site, so the week's
      *>                          abends count against every site;
      *>                 BLKOUT - 100 less BLKOUT-PENALTY per hour of
      *>                          MAINTCAL window inside the week.
      *>               The score is the weighted average of the six,
      *>               weights WT-AVAIL, WT-RESP, WT-DRIFT, WT-FIND,
      *>               WT-ABEND and WT-BLKOUT under SITESCOR in the
      *>               central parameter repository (defaults 30 20
      *>               15 20 5 10).  Scores are kept on SITESCHS, one
      *>               line per site per week, so the report (SITESCRP)
      *>               ranks the sites best first and shows each figure
      *>               with its movement from the site's previous week.
      *>               A site whose score crossed SITESCOR/THRESHOLD
      *>               (default 70) either way is flagged and listed
      *>               at the foot; any site falling below it ends the
      *>               step with RETURN-CODE 4.  A rerun in the same
      *>               week replaces that week's history lines.
      *>   2026-10-15  Findings input record widened to the findings
      *>               record's new length (linked correlation ID
      *>               appended).
      *>   2026-10-15  Scores only the sites in the run's site selection
      *>               (a site or a named site group; SITESEL from
      *>               NIGHTLY, else central parameter SITESCOR/SITE-
      *>               SEL). Blank or absent scores every active site as
      *>               before.
      *>   2026-10-15  Suppressed findings (status SUPPRESS) no longer
      *>               count against a site's score.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITESCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO "SITESSRT".
           SELECT OPTIONAL HEARTBEAT-LOG-FILE ASSIGN TO "MARCOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.
           SELECT OPTIONAL DRIFT-REPORT-FILE ASSIGN TO "SITEDRFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT OPTIONAL FINDINGS-IN-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-STATUS.
           SELECT OPTIONAL ABEND-JOURNAL-FILE ASSIGN TO "ABENDJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
           COPY MWINFC.
           SELECT OPTIONAL SCORE-HISTORY-FILE ASSIGN TO "SITESCHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "SITESCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-SCORE              PIC 9(3).
           05 SW-SITE-NAME          PIC X(8).
           05 SW-SITE-SUB           PIC 9(3).

       FD  HEARTBEAT-LOG-FILE.
       01  HEARTBEAT-LOG-RECORD     PIC X(60).

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-RECORD      PIC X(80).

       FD  FINDINGS-IN-FILE.
       01  FINDINGS-IN-RECORD.
           05 FI-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 FI-PROGRAM-ID         PIC X(8).
           05 FILLER                PIC X.
           05 FI-SITE-NAME          PIC X(8).
           05 FILLER                PIC X(52).
           05 FI-STATUS             PIC X(8).
           05 FILLER                PIC X(35).
           05 FI-SEVERITY           PIC 9(3).
           05 FILLER                PIC X(17).

       FD  ABEND-JOURNAL-FILE.
       01  ABEND-JOURNAL-RECORD.
           05 AJ-DATE               PIC 9(8).
           05 FILLER                PIC X(43).

       COPY MWINFD.

      *>   One line per site per week; component scores in the order
      *>   AVAIL, RESP, DRIFT, FIND, ABEND, BLKOUT.
       FD  SCORE-HISTORY-FILE.
       01  SCORE-HISTORY-RECORD.
           05 SH-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 SH-WEEK-END           PIC 9(8).
           05 FILLER                PIC X.
           05 SH-SCORE              PIC 9(3).
           05 SH-COMPONENT OCCURS 6 TIMES.
              10 FILLER             PIC X.
              10 SH-COMP-SCORE      PIC 9(3).

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-RECORD  PIC X(120).

       COPY SITEDFD.
       COPY SGRPFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY PARMWS.
           01 WS-HB-STATUS          PIC X(2).
           01 WS-DR-STATUS          PIC X(2).
           01 WS-FI-STATUS          PIC X(2).
           01 WS-AJ-STATUS          PIC X(2).
           01 WS-MW-STATUS          PIC X(2).
           01 WS-SH-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-SRT-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-SORTED      VALUE 'Y'.
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
      *>   The week.
           01 WS-TO-DATE            PIC 9(8).
           01 WS-FROM-DATE          PIC 9(8).
           01 WS-DATE-INT           PIC 9(8).
           01 WS-KEEP-DATE          PIC 9(8).
           01 WS-WEEK-START-SECS    PIC 9(12).
           01 WS-WEEK-END-SECS      PIC 9(12).
      *>   Weights and scoring parameters.
           01 WS-WEIGHT-TABLE.
              05 WS-WEIGHT OCCURS 6 TIMES PIC 9(3).
           01 WS-WEIGHT-NAMES.
              05 FILLER             PIC X(12) VALUE 'WT-AVAIL'.
              05 FILLER             PIC X(12) VALUE 'WT-RESP'.
              05 FILLER             PIC X(12) VALUE 'WT-DRIFT'.
              05 FILLER             PIC X(12) VALUE 'WT-FIND'.
              05 FILLER             PIC X(12) VALUE 'WT-ABEND'.
              05 FILLER             PIC X(12) VALUE 'WT-BLKOUT'.
           01 WS-WEIGHT-NAME-R REDEFINES WS-WEIGHT-NAMES.
              05 WS-WEIGHT-NAME OCCURS 6 TIMES PIC X(12).
           01 WS-WEIGHT-DEFAULTS    PIC X(18) VALUE '030020015020005010'.
           01 WS-WEIGHT-DEFAULT-R REDEFINES WS-WEIGHT-DEFAULTS.
              05 WS-WEIGHT-DEFAULT OCCURS 6 TIMES PIC 9(3).
           01 WS-WEIGHT-TOTAL       PIC 9(5) VALUE 0.
           01 WS-COMP-IDX           PIC 9(1).
           01 WS-RESP-TARGET        PIC 9(6) VALUE 50.
           01 WS-RESP-LIMIT         PIC 9(6) VALUE 500.
           01 WS-ABEND-PENALTY      PIC 9(3) VALUE 10.
           01 WS-BLKOUT-PENALTY     PIC 9(3) VALUE 2.
           01 WS-THRESHOLD          PIC 9(3) VALUE 70.
      *>   One entry per active site.
           01 WS-SCORE-COUNT        PIC 9(3) VALUE 0.
           01 WS-SCORE-TABLE.
              05 WS-SC-ENTRY OCCURS 50 TIMES INDEXED BY SC-IDX.
                 10 WS-SC-SITE          PIC X(8).
                 10 WS-SC-ATTEMPTED     PIC 9(8).
                 10 WS-SC-RECEIVED      PIC 9(8).
                 10 WS-SC-ELAPSED-SUM   PIC 9(14).
                 10 WS-SC-DRIFT-STATE   PIC X.
                 10 WS-SC-OPEN-FINDINGS PIC 9(5).
                 10 WS-SC-SEVERITY-SUM  PIC 9(7).
                 10 WS-SC-BLKOUT-SECS   PIC 9(8).
                 10 WS-SC-AVAIL-PCT     PIC 9(3)V99.
                 10 WS-SC-AVG-CS        PIC 9(8).
                 10 WS-SC-COMP OCCURS 6 TIMES PIC 9(3).
                 10 WS-SC-SCORE         PIC 9(3).
                 10 WS-SC-PREV-SW       PIC X.
                 10 WS-SC-PREV-WEEK     PIC 9(8).
                 10 WS-SC-PREV-COMP OCCURS 6 TIMES PIC 9(3).
                 10 WS-SC-PREV-SCORE    PIC 9(3).
                 10 WS-SC-CROSSING      PIC X(10).
           01 WS-LOOKUP-SITE        PIC X(8).
           01 WS-ABEND-COUNT        PIC 9(5) VALUE 0.
           01 WS-WORK-SCORE         PIC S9(7)V99.
           01 WS-WEIGHTED-SUM       PIC 9(9).
           01 WS-CALC-DATE          PIC 9(8).
           01 WS-CALC-TIME          PIC 9(6).
           01 WS-CALC-TIME-R REDEFINES WS-CALC-TIME.
              05 WS-CALC-HH         PIC 9(2).
              05 WS-CALC-MM         PIC 9(2).
              05 WS-CALC-SS         PIC 9(2).
           01 WS-CALC-SECS          PIC 9(12).
           01 WS-OVERLAP-START      PIC 9(12).
           01 WS-OVERLAP-END        PIC 9(12).
      *>   Score history, held whole and written back at the end.
           01 WS-HIST-COUNT         PIC 9(4) VALUE 0.
           01 WS-HIST-TABLE.
              05 WS-HS-ENTRY OCCURS 2000 TIMES INDEXED BY HS-IDX.
                 10 WS-HS-LINE          PIC X(45).
           01 WS-FELL-COUNT         PIC 9(3) VALUE 0.
           01 WS-ROSE-COUNT         PIC 9(3) VALUE 0.
           01 WS-RANK               PIC 9(3) VALUE 0.
           01 WS-REPORT-LINE        PIC X(120).
           01 WS-CHANGE-Z           PIC +ZZ9.
           01 WS-CHANGE-X           PIC X(4).
           01 WS-CHANGE-N           PIC S9(3).
           01 WS-RANK-LINE.
              05 WS-RL-RANK         PIC ZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-SCORE        PIC ZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-SCORE-CHG    PIC X(4).
              05 WS-RL-COMP-GROUP OCCURS 6 TIMES.
                 10 FILLER          PIC X(2).
                 10 WS-RL-COMP      PIC ZZ9.
                 10 FILLER          PIC X.
                 10 WS-RL-COMP-CHG  PIC X(4).
              05 FILLER             PIC X(2).
              05 WS-RL-CROSSING     PIC X(10).
           01 WS-MEASURE-LINE.
              05 WS-ML-SITE         PIC X(8).
              05 FILLER             PIC X(8) VALUE ' AVAIL: '.
              05 WS-ML-AVAIL        PIC ZZ9.99.
              05 FILLER             PIC X(11) VALUE '%  AVG CS: '.
              05 WS-ML-AVG          PIC ZZZZZZZ9.
              05 FILLER             PIC X(9) VALUE '  DRIFT: '.
              05 WS-ML-DRIFT        PIC X(10).
              05 FILLER             PIC X(12) VALUE '  OPEN FIND:'.
              05 WS-ML-FINDINGS     PIC ZZZZ9.
              05 FILLER             PIC X(6) VALUE '  SEV:'.
              05 WS-ML-SEVERITY     PIC ZZZZZZ9.
              05 FILLER             PIC X(13) VALUE '  BLKOUT HRS:'.
              05 WS-ML-BLKOUT       PIC ZZ9.9.
           01 WS-BLKOUT-HRS         PIC 9(3)V9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'SITESCOR' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-GATHER-HEARTBEATS THRU 2000-GATHER-HEARTBEATS-EXIT
           PERFORM 2100-GATHER-DRIFT THRU 2100-GATHER-DRIFT-EXIT
           PERFORM 2200-GATHER-FINDINGS THRU 2200-GATHER-FINDINGS-EXIT
           PERFORM 2300-GATHER-ABENDS THRU 2300-GATHER-ABENDS-EXIT
           PERFORM 2400-GATHER-BLACKOUTS THRU 2400-GATHER-BLACKOUTS-EXIT
           PERFORM 3000-SCORE-SITES THRU 3000-SCORE-SITES-EXIT
           PERFORM 4000-LOAD-HISTORY THRU 4000-LOAD-HISTORY-EXIT
           PERFORM 5000-WRITE-SCORECARD THRU 5000-WRITE-SCORECARD-EXIT
           PERFORM 6000-SAVE-HISTORY THRU 6000-SAVE-HISTORY-EXIT
           PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8410-GET-PARM-DATE THRU 8410-GET-PARM-DATE-EXIT
           MOVE WS-PM-TODAY TO WS-TO-DATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 371
           COMPUTE WS-KEEP-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-FROM-DATE TO WS-CALC-DATE
           MOVE 0 TO WS-CALC-TIME
           PERFORM 8800-STAMP-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-WEEK-START-SECS
           COMPUTE WS-WEEK-END-SECS = WS-WEEK-START-SECS + 7 * 86400
           MOVE 'SITESCOR' TO WS-PM-PROGRAM-ID
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1 UNTIL WS-COMP-IDX > 6
               MOVE WS-WEIGHT-DEFAULT(WS-COMP-IDX)
                   TO WS-WEIGHT(WS-COMP-IDX)
               MOVE WS-WEIGHT-NAME(WS-COMP-IDX) TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
                   MOVE WS-PM-PARM-VALUE(1:3) TO WS-WEIGHT(WS-COMP-IDX)
               END-IF
               ADD WS-WEIGHT(WS-COMP-IDX) TO WS-WEIGHT-TOTAL
           END-PERFORM
           MOVE 'RESP-TARGET' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-RESP-TARGET
           END-IF
           MOVE 'RESP-LIMIT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-RESP-LIMIT
           END-IF
           IF WS-RESP-LIMIT NOT > WS-RESP-TARGET
               COMPUTE WS-RESP-LIMIT = WS-RESP-TARGET + 1
           END-IF
           MOVE 'ABEND-PENALTY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-ABEND-PENALTY
           END-IF
           MOVE 'BLKOUT-PENALTY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-BLKOUT-PENALTY
           END-IF
           MOVE 'THRESHOLD' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-THRESHOLD
           END-IF
      *>   A repository with every weight zeroed would leave nothing
      *>   to average; fall back to availability alone.
           IF WS-WEIGHT-TOTAL = 0
               MOVE 1 TO WS-WEIGHT(1)
               MOVE 1 TO WS-WEIGHT-TOTAL
           END-IF
           MOVE 'SITESCOR' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SITE-TABLE-COUNT
               ADD 1 TO WS-SCORE-COUNT
               SET SC-IDX TO WS-SCORE-COUNT
               INITIALIZE WS-SC-ENTRY(SC-IDX)
               MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SC-SITE(SC-IDX)
               MOVE SPACE TO WS-SC-DRIFT-STATE(SC-IDX)
               MOVE 'N' TO WS-SC-PREV-SW(SC-IDX)
               MOVE SPACES TO WS-SC-CROSSING(SC-IDX)
           END-PERFORM.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>   Dated heartbeats inside the week; records from before
      *>   MARCO fanned out carry no site and belong to DEFAULT.
       2000-GATHER-HEARTBEATS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HEARTBEAT-LOG-FILE
           IF WS-HB-STATUS NOT = '00'
               GO TO 2000-GATHER-HEARTBEATS-EXIT
           END-IF
           PERFORM 2010-GATHER-ONE-HEARTBEAT UNTIL WS-AT-EOF
           CLOSE HEARTBEAT-LOG-FILE.
       2000-GATHER-HEARTBEATS-EXIT.
           EXIT.

       2010-GATHER-ONE-HEARTBEAT.
           READ HEARTBEAT-LOG-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   MOVE HEARTBEAT-LOG-RECORD TO WS-HB-RAW
                   PERFORM 8700-PARSE-HEARTBEAT THRU
                       8700-PARSE-HEARTBEAT-EXIT
                   IF WS-HB-DATE NOT < WS-FROM-DATE
                       AND WS-HB-DATE NOT > WS-TO-DATE
                       IF WS-HB-SITE = SPACES
                           MOVE 'DEFAULT' TO WS-LOOKUP-SITE
                       ELSE
                           MOVE WS-HB-SITE TO WS-LOOKUP-SITE
                       END-IF
                       PERFORM 2900-FIND-SITE
                       IF WS-FOUND
                           ADD 1 TO WS-SC-ATTEMPTED(SC-IDX)
                           IF WS-HB-RECEIVED = 'YES'
                               ADD 1 TO WS-SC-RECEIVED(SC-IDX)
                               ADD WS-HB-ELAPSED
                                   TO WS-SC-ELAPSED-SUM(SC-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   SITEDRFT is rewritten nightly by SITEBASE; its lines name
      *>   the site straight after a fixed caption.
       2100-GATHER-DRIFT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DRIFT-REPORT-FILE
           IF WS-DR-STATUS NOT = '00'
               GO TO 2100-GATHER-DRIFT-EXIT
           END-IF
           PERFORM 2110-GATHER-ONE-DRIFT UNTIL WS-AT-EOF
           CLOSE DRIFT-REPORT-FILE.
       2100-GATHER-DRIFT-EXIT.
           EXIT.

       2110-GATHER-ONE-DRIFT.
           READ DRIFT-REPORT-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-FOUND-SW
                   EVALUATE TRUE
                       WHEN DRIFT-REPORT-RECORD(1:9) = 'DRIFTED: '
                           MOVE DRIFT-REPORT-RECORD(10:8)
                               TO WS-LOOKUP-SITE
                           PERFORM 2900-FIND-SITE
                           IF WS-FOUND
                               MOVE 'D' TO WS-SC-DRIFT-STATE(SC-IDX)
                           END-IF
                       WHEN DRIFT-REPORT-RECORD(1:17)
                               = 'NEVER BASELINED: '
                           MOVE DRIFT-REPORT-RECORD(18:8)
                               TO WS-LOOKUP-SITE
                           PERFORM 2900-FIND-SITE
                           IF WS-FOUND
                               MOVE 'N' TO WS-SC-DRIFT-STATE(SC-IDX)
                           END-IF
                       WHEN DRIFT-REPORT-RECORD(1:20)
                               = 'NO CAPTURE TONIGHT: '
                           MOVE DRIFT-REPORT-RECORD(21:8)
                               TO WS-LOOKUP-SITE
                           PERFORM 2900-FIND-SITE
                           IF WS-FOUND
                               MOVE 'M' TO WS-SC-DRIFT-STATE(SC-IDX)
                           END-IF
                   END-EVALUATE
           END-READ.

       2200-GATHER-FINDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FINDINGS-IN-FILE
           IF WS-FI-STATUS NOT = '00'
               GO TO 2200-GATHER-FINDINGS-EXIT
           END-IF
           PERFORM 2210-GATHER-ONE-FINDING UNTIL WS-AT-EOF
           CLOSE FINDINGS-IN-FILE.
       2200-GATHER-FINDINGS-EXIT.
           EXIT.

       2210-GATHER-ONE-FINDING.
           READ FINDINGS-IN-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF FI-STATUS NOT = 'CLOSED'
                       AND FI-STATUS NOT = 'SUPPRESS'
                       MOVE FI-SITE-NAME TO WS-LOOKUP-SITE
                       PERFORM 2900-FIND-SITE
                       IF WS-FOUND
                           ADD 1 TO WS-SC-OPEN-FINDINGS(SC-IDX)
                           IF FI-SEVERITY IS NUMERIC
                               ADD FI-SEVERITY
                                   TO WS-SC-SEVERITY-SUM(SC-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2300-GATHER-ABENDS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ABEND-JOURNAL-FILE
           IF WS-AJ-STATUS NOT = '00'
               GO TO 2300-GATHER-ABENDS-EXIT
           END-IF
           PERFORM 2310-GATHER-ONE-ABEND UNTIL WS-AT-EOF
           CLOSE ABEND-JOURNAL-FILE.
       2300-GATHER-ABENDS-EXIT.
           EXIT.

       2310-GATHER-ONE-ABEND.
           READ ABEND-JOURNAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF AJ-DATE IS NUMERIC
                       AND AJ-DATE NOT < WS-FROM-DATE
                       AND AJ-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-ABEND-COUNT
                   END-IF
           END-READ.

      *>   The part of each published window that falls inside the
      *>   week, in seconds.
       2400-GATHER-BLACKOUTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MAINTENANCE-CAL-FILE
           IF WS-MW-STATUS NOT = '00'
               GO TO 2400-GATHER-BLACKOUTS-EXIT
           END-IF
           PERFORM 2410-GATHER-ONE-WINDOW UNTIL WS-AT-EOF
           CLOSE MAINTENANCE-CAL-FILE.
       2400-GATHER-BLACKOUTS-EXIT.
           EXIT.

       2410-GATHER-ONE-WINDOW.
           READ MAINTENANCE-CAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF MC-START-DATE IS NUMERIC
                       AND MC-START-TIME IS NUMERIC
                       AND MC-END-DATE IS NUMERIC
                       AND MC-END-TIME IS NUMERIC
                       AND MC-START-DATE > 0
                       AND MC-END-DATE > 0
                       MOVE MC-SITE-NAME TO WS-LOOKUP-SITE
                       PERFORM 2900-FIND-SITE
                       IF WS-FOUND
                           PERFORM 2420-ADD-WINDOW-OVERLAP
                       END-IF
                   END-IF
           END-READ.

       2420-ADD-WINDOW-OVERLAP.
           MOVE MC-START-DATE TO WS-CALC-DATE
           MOVE MC-START-TIME TO WS-CALC-TIME
           PERFORM 8800-STAMP-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-OVERLAP-START
           IF WS-OVERLAP-START < WS-WEEK-START-SECS
               MOVE WS-WEEK-START-SECS TO WS-OVERLAP-START
           END-IF
           MOVE MC-END-DATE TO WS-CALC-DATE
           MOVE MC-END-TIME TO WS-CALC-TIME
           PERFORM 8800-STAMP-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-OVERLAP-END
           IF WS-OVERLAP-END > WS-WEEK-END-SECS
               MOVE WS-WEEK-END-SECS TO WS-OVERLAP-END
           END-IF
           IF WS-OVERLAP-END > WS-OVERLAP-START
               COMPUTE WS-SC-BLKOUT-SECS(SC-IDX) =
                   WS-SC-BLKOUT-SECS(SC-IDX)
                   + WS-OVERLAP-END - WS-OVERLAP-START
           END-IF.

       2900-FIND-SITE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCORE-COUNT OR WS-FOUND
               IF WS-SC-SITE(SC-IDX) = WS-LOOKUP-SITE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET SC-IDX DOWN BY 1
           END-IF.

       3000-SCORE-SITES.
           PERFORM 3100-SCORE-ONE-SITE
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SCORE-COUNT.
       3000-SCORE-SITES-EXIT.
           EXIT.

       3100-SCORE-ONE-SITE.
      *>   AVAIL.  No heartbeats in the week scores nothing.
           IF WS-SC-ATTEMPTED(SC-IDX) > 0
               COMPUTE WS-SC-AVAIL-PCT(SC-IDX) ROUNDED =
                   (WS-SC-RECEIVED(SC-IDX) * 100)
                   / WS-SC-ATTEMPTED(SC-IDX)
           ELSE
               MOVE 0 TO WS-SC-AVAIL-PCT(SC-IDX)
           END-IF
           COMPUTE WS-SC-COMP(SC-IDX, 1) ROUNDED = WS-SC-AVAIL-PCT(SC-IDX)
      *>   RESP.
           IF WS-SC-RECEIVED(SC-IDX) > 0
               COMPUTE WS-SC-AVG-CS(SC-IDX) ROUNDED =
                   WS-SC-ELAPSED-SUM(SC-IDX) / WS-SC-RECEIVED(SC-IDX)
               EVALUATE TRUE
                   WHEN WS-SC-AVG-CS(SC-IDX) NOT > WS-RESP-TARGET
                       MOVE 100 TO WS-SC-COMP(SC-IDX, 2)
                   WHEN WS-SC-AVG-CS(SC-IDX) NOT < WS-RESP-LIMIT
                       MOVE 0 TO WS-SC-COMP(SC-IDX, 2)
                   WHEN OTHER
                       COMPUTE WS-SC-COMP(SC-IDX, 2) ROUNDED =
                           ((WS-RESP-LIMIT - WS-SC-AVG-CS(SC-IDX)) * 100)
                           / (WS-RESP-LIMIT - WS-RESP-TARGET)
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-SC-AVG-CS(SC-IDX)
               MOVE 0 TO WS-SC-COMP(SC-IDX, 2)
           END-IF
      *>   DRIFT.
           EVALUATE WS-SC-DRIFT-STATE(SC-IDX)
               WHEN 'D'
                   MOVE 0 TO WS-SC-COMP(SC-IDX, 3)
               WHEN 'N'
               WHEN 'M'
                   MOVE 50 TO WS-SC-COMP(SC-IDX, 3)
               WHEN OTHER
                   MOVE 100 TO WS-SC-COMP(SC-IDX, 3)
           END-EVALUATE
      *>   FIND.
           COMPUTE WS-WORK-SCORE = 100 - WS-SC-SEVERITY-SUM(SC-IDX)
           PERFORM 3200-STORE-COMPONENT
           MOVE WS-WORK-SCORE TO WS-SC-COMP(SC-IDX, 4)
      *>   ABEND.
           COMPUTE WS-WORK-SCORE = 100 - WS-ABEND-COUNT * WS-ABEND-PENALTY
           PERFORM 3200-STORE-COMPONENT
           MOVE WS-WORK-SCORE TO WS-SC-COMP(SC-IDX, 5)
      *>   BLKOUT.
           COMPUTE WS-WORK-SCORE ROUNDED = 100
               - (WS-SC-BLKOUT-SECS(SC-IDX) * WS-BLKOUT-PENALTY) / 3600
           PERFORM 3200-STORE-COMPONENT
           MOVE WS-WORK-SCORE TO WS-SC-COMP(SC-IDX, 6)
      *>   Weighted score.
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1 UNTIL WS-COMP-IDX > 6
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-WEIGHT(WS-COMP-IDX) * WS-SC-COMP(SC-IDX, WS-COMP-IDX)
           END-PERFORM
           COMPUTE WS-SC-SCORE(SC-IDX) ROUNDED =
               WS-WEIGHTED-SUM / WS-WEIGHT-TOTAL.

       3200-STORE-COMPONENT.
           IF WS-WORK-SCORE < 0
               MOVE 0 TO WS-WORK-SCORE
           END-IF
           IF WS-WORK-SCORE > 100
               MOVE 100 TO WS-WORK-SCORE
           END-IF.

      *>   Keeps a year of history; this week's lines from an earlier
      *>   run are dropped here and written again from this run.  The
      *>   previous week for a site is its latest earlier line.
       4000-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SH-STATUS NOT = '00'
               GO TO 4000-LOAD-HISTORY-EXIT
           END-IF
           PERFORM 4100-LOAD-ONE-HISTORY UNTIL WS-AT-EOF
           CLOSE SCORE-HISTORY-FILE.
       4000-LOAD-HISTORY-EXIT.
           EXIT.

       4100-LOAD-ONE-HISTORY.
           READ SCORE-HISTORY-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF SH-WEEK-END IS NUMERIC
                       AND SH-WEEK-END NOT < WS-KEEP-DATE
                       AND SH-WEEK-END < WS-TO-DATE
                       IF WS-HIST-COUNT < 2000
                           ADD 1 TO WS-HIST-COUNT
                           MOVE SCORE-HISTORY-RECORD
                               TO WS-HS-LINE(WS-HIST-COUNT)
                       END-IF
                       MOVE SH-SITE-NAME TO WS-LOOKUP-SITE
                       PERFORM 2900-FIND-SITE
                       IF WS-FOUND
                           PERFORM 4200-TAKE-PREVIOUS THRU
                               4200-TAKE-PREVIOUS-EXIT
                       END-IF
                   END-IF
           END-READ.

       4200-TAKE-PREVIOUS.
           IF WS-SC-PREV-SW(SC-IDX) = 'Y'
               AND WS-SC-PREV-WEEK(SC-IDX) > SH-WEEK-END
               GO TO 4200-TAKE-PREVIOUS-EXIT
           END-IF
           MOVE 'Y' TO WS-SC-PREV-SW(SC-IDX)
           MOVE SH-WEEK-END TO WS-SC-PREV-WEEK(SC-IDX)
           MOVE SH-SCORE TO WS-SC-PREV-SCORE(SC-IDX)
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1 UNTIL WS-COMP-IDX > 6
               MOVE SH-COMP-SCORE(WS-COMP-IDX)
                   TO WS-SC-PREV-COMP(SC-IDX, WS-COMP-IDX)
           END-PERFORM.
       4200-TAKE-PREVIOUS-EXIT.
           EXIT.

       5000-WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SITESCRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE HEALTH SCORECARD  WEEK ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  '  THRESHOLD ' DELIMITED BY SIZE
                  WS-THRESHOLD DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WEIGHTS  AVAIL ' DELIMITED BY SIZE
                  WS-WEIGHT(1) DELIMITED BY SIZE
                  '  RESP ' DELIMITED BY SIZE
                  WS-WEIGHT(2) DELIMITED BY SIZE
                  '  DRIFT ' DELIMITED BY SIZE
                  WS-WEIGHT(3) DELIMITED BY SIZE
                  '  FIND ' DELIMITED BY SIZE
                  WS-WEIGHT(4) DELIMITED BY SIZE
                  '  ABEND ' DELIMITED BY SIZE
                  WS-WEIGHT(5) DELIMITED BY SIZE
                  '  BLKOUT ' DELIMITED BY SIZE
                  WS-WEIGHT(6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'RNK SITE     SCR  CHG  AVL  CHG  RSP  CHG  DRF  CHG'
               & '  FND  CHG  ABD  CHG  BLK  CHG  FLAG' TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SCORE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SW-SCORE
                   ON ASCENDING KEY SW-SITE-NAME
                   INPUT PROCEDURE IS 5100-RELEASE-SITES
                   OUTPUT PROCEDURE IS 5200-LIST-RANKED
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- MEASURES --' TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5400-WRITE-MEASURES
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SCORE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ABENDS IN WEEK (ALL SITES): ' DELIMITED BY SIZE
                  WS-ABEND-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- THRESHOLD CROSSINGS --' TO WS-REPORT-LINE
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5500-WRITE-CROSSING THRU 5500-WRITE-CROSSING-EXIT
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SCORE-COUNT
           IF WS-FELL-COUNT + WS-ROSE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITES SCORED: ' DELIMITED BY SIZE
                  WS-SCORE-COUNT DELIMITED BY SIZE
                  '  FELL BELOW: ' DELIMITED BY SIZE
                  WS-FELL-COUNT DELIMITED BY SIZE
                  '  ROSE ABOVE: ' DELIMITED BY SIZE
                  WS-ROSE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE SCORECARD-REPORT-FILE.
       5000-WRITE-SCORECARD-EXIT.
           EXIT.

       5100-RELEASE-SITES.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCORE-COUNT
               PERFORM 5110-MARK-CROSSING THRU 5110-MARK-CROSSING-EXIT
               MOVE WS-SC-SCORE(SC-IDX) TO SW-SCORE
               MOVE WS-SC-SITE(SC-IDX) TO SW-SITE-NAME
               SET SW-SITE-SUB TO SC-IDX
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       5110-MARK-CROSSING.
           IF WS-SC-PREV-SW(SC-IDX) NOT = 'Y'
               GO TO 5110-MARK-CROSSING-EXIT
           END-IF
           IF WS-SC-PREV-SCORE(SC-IDX) NOT < WS-THRESHOLD
               AND WS-SC-SCORE(SC-IDX) < WS-THRESHOLD
               MOVE '** BELOW' TO WS-SC-CROSSING(SC-IDX)
               ADD 1 TO WS-FELL-COUNT
           END-IF
           IF WS-SC-PREV-SCORE(SC-IDX) < WS-THRESHOLD
               AND WS-SC-SCORE(SC-IDX) NOT < WS-THRESHOLD
               MOVE '** ABOVE' TO WS-SC-CROSSING(SC-IDX)
               ADD 1 TO WS-ROSE-COUNT
           END-IF.
       5110-MARK-CROSSING-EXIT.
           EXIT.

       5200-LIST-RANKED.
           PERFORM 5210-LIST-ONE UNTIL END-OF-SORTED.

       5210-LIST-ONE.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORTED TO TRUE
               NOT AT END
                   SET SC-IDX TO SW-SITE-SUB
                   ADD 1 TO WS-RANK
                   MOVE SPACES TO WS-RANK-LINE
                   MOVE WS-RANK TO WS-RL-RANK
                   MOVE WS-SC-SITE(SC-IDX) TO WS-RL-SITE
                   MOVE WS-SC-SCORE(SC-IDX) TO WS-RL-SCORE
                   COMPUTE WS-CHANGE-N = WS-SC-SCORE(SC-IDX)
                       - WS-SC-PREV-SCORE(SC-IDX)
                   PERFORM 5300-FORMAT-CHANGE
                   MOVE WS-CHANGE-X TO WS-RL-SCORE-CHG
                   PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                           UNTIL WS-COMP-IDX > 6
                       MOVE WS-SC-COMP(SC-IDX, WS-COMP-IDX)
                           TO WS-RL-COMP(WS-COMP-IDX)
                       COMPUTE WS-CHANGE-N =
                           WS-SC-COMP(SC-IDX, WS-COMP-IDX)
                           - WS-SC-PREV-COMP(SC-IDX, WS-COMP-IDX)
                       PERFORM 5300-FORMAT-CHANGE
                       MOVE WS-CHANGE-X TO WS-RL-COMP-CHG(WS-COMP-IDX)
                   END-PERFORM
                   MOVE WS-SC-CROSSING(SC-IDX) TO WS-RL-CROSSING
                   WRITE SCORECARD-REPORT-RECORD FROM WS-RANK-LINE
           END-RETURN.

      *>   A site with no earlier week on file shows NEW.
       5300-FORMAT-CHANGE.
           IF WS-SC-PREV-SW(SC-IDX) = 'Y'
               MOVE WS-CHANGE-N TO WS-CHANGE-Z
               MOVE WS-CHANGE-Z TO WS-CHANGE-X
           ELSE
               MOVE ' NEW' TO WS-CHANGE-X
           END-IF.

       5400-WRITE-MEASURES.
           MOVE WS-SC-SITE(SC-IDX) TO WS-ML-SITE
           MOVE WS-SC-AVAIL-PCT(SC-IDX) TO WS-ML-AVAIL
           MOVE WS-SC-AVG-CS(SC-IDX) TO WS-ML-AVG
           EVALUATE WS-SC-DRIFT-STATE(SC-IDX)
               WHEN 'D'
                   MOVE 'DRIFTED' TO WS-ML-DRIFT
               WHEN 'N'
                   MOVE 'NO BASE' TO WS-ML-DRIFT
               WHEN 'M'
                   MOVE 'NO CAPTURE' TO WS-ML-DRIFT
               WHEN OTHER
                   MOVE 'CLEAN' TO WS-ML-DRIFT
           END-EVALUATE
           MOVE WS-SC-OPEN-FINDINGS(SC-IDX) TO WS-ML-FINDINGS
           MOVE WS-SC-SEVERITY-SUM(SC-IDX) TO WS-ML-SEVERITY
           COMPUTE WS-BLKOUT-HRS ROUNDED = WS-SC-BLKOUT-SECS(SC-IDX) / 3600
           MOVE WS-BLKOUT-HRS TO WS-ML-BLKOUT
           WRITE SCORECARD-REPORT-RECORD FROM WS-MEASURE-LINE.

       5500-WRITE-CROSSING.
           IF WS-SC-CROSSING(SC-IDX) = SPACES
               GO TO 5500-WRITE-CROSSING-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SC-CROSSING(SC-IDX) = '** BELOW'
               STRING WS-SC-SITE(SC-IDX) DELIMITED BY SIZE
                      ' FELL BELOW THRESHOLD: ' DELIMITED BY SIZE
                      WS-SC-PREV-SCORE(SC-IDX) DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      WS-SC-PREV-WEEK(SC-IDX) DELIMITED BY SIZE
                      ' NOW ' DELIMITED BY SIZE
                      WS-SC-SCORE(SC-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-SC-SITE(SC-IDX) DELIMITED BY SIZE
                      ' ROSE ABOVE THRESHOLD: ' DELIMITED BY SIZE
                      WS-SC-PREV-SCORE(SC-IDX) DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      WS-SC-PREV-WEEK(SC-IDX) DELIMITED BY SIZE
                      ' NOW ' DELIMITED BY SIZE
                      WS-SC-SCORE(SC-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
       5500-WRITE-CROSSING-EXIT.
           EXIT.

       6000-SAVE-HISTORY.
           OPEN OUTPUT SCORE-HISTORY-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SITESCHS' TO WS-FS-FILE-NAME
           MOVE WS-SH-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HIST-COUNT
               MOVE WS-HS-LINE(HS-IDX) TO SCORE-HISTORY-RECORD
               WRITE SCORE-HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCORE-COUNT
               MOVE SPACES TO SCORE-HISTORY-RECORD
               MOVE WS-SC-SITE(SC-IDX) TO SH-SITE-NAME
               MOVE WS-TO-DATE TO SH-WEEK-END
               MOVE WS-SC-SCORE(SC-IDX) TO SH-SCORE
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   MOVE WS-SC-COMP(SC-IDX, WS-COMP-IDX)
                       TO SH-COMP-SCORE(WS-COMP-IDX)
               END-PERFORM
               WRITE SCORE-HISTORY-RECORD
           END-PERFORM
           CLOSE SCORE-HISTORY-FILE.
       6000-SAVE-HISTORY-EXIT.
           EXIT.

       8800-STAMP-TO-SECONDS.
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

       9000-FINISH.
           DISPLAY 'SITESCOR: SITES SCORED ' WS-SCORE-COUNT
                   '  FELL BELOW ' WS-FELL-COUNT
                   '  ROSE ABOVE ' WS-ROSE-COUNT
           IF WS-FELL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-FINISH-EXIT.
           EXIT.

       COPY HBLOGPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY PARMPA.
       COPY FILESTPA.
