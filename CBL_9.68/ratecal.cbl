       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  The DELAY-SECS pacing values for
      *>               MICKEY and PLUTO were guesses, and RSPACTTB only
      *>               reacts to a 429 once one has already been
      *>               tripped.  This calibration probe sends each
      *>               active site a controlled ramp of harmless
      *>               requests (a bare GET of the login form, no
      *>               credential) at rising rates: the first step is
      *>               paced at the central parameter RATECAL/START-
      *>               DELAY seconds (default 8), each later step at
      *>               half the previous delay down to back-to-back,
      *>               with RATECAL/STEP-REQS requests per step
      *>               (default 5).  Every request goes through the
      *>               usual maintenance-window, engagement-scope,
      *>               budget, and correlation-ID controls and is
      *>               written to PROBERES.  Responses come from the
      *>               RATERESP capture (correlation ID, status line,
      *>               and the response time in milliseconds in
      *>               columns 82-89).  A step is where the site
      *>               pushes back when it draws a throttle code
      *>               (RATECAL/THROTTLE-CODES, default 429 and 503)
      *>               or its average response time exceeds the first
      *>               step's by the RATECAL/SLOW-FACTOR multiple
      *>               (default 2); the ramp stops there.  The delay of
      *>               the last clean step (never under RATECAL/MIN-
      *>               DELAY, default 1) is the site's recommended
      *>               pacing: it is queued on APPRQUE as a PARM-
      *>               VERSION request for PACING/<site> carrying the
      *>               evidence, for a second operator to approve on
      *>               the APPROVE screen, which then keys it as a
      *>               PARMVERS version.  A recommendation equal to
      *>               the value in force, or with one already
      *>               pending, is not queued again.  RATERPT shows
      *>               every step's figures per site.  A budget stop
      *>               ends with RETURN-CODE 4.
      *>   2026-10-15  The site fan-out table is narrowed to the run's
      *>               site selection: one site or a named site group
      *>               from SITEGRP, taken from the site or group
      *>               NIGHTLY scheduled the step against (SITESEL) or
      *>               else the central parameter RATECAL/SITE-SEL.
      *>               Blank or absent still probes every active site.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-CAPTURE-FILE ASSIGN TO "RATERESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT RATE-REPORT-FILE ASSIGN TO "RATERPT"
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
           COPY APRQFC.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CAPTURE-FILE.
       01  RATE-CAPTURE-RECORD.
           05 RC-CORR-ID            PIC X(8).
           05 FILLER                PIC X.
           05 RC-STATUS-LINE        PIC X(71).
           05 FILLER                PIC X.
           05 RC-ELAPSED-MS         PIC X(8).

       FD  RATE-REPORT-FILE.
       01  RATE-REPORT-RECORD       PIC X(132).

       COPY PARMFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
       COPY BUDGFD.
       COPY MWINFD.
       COPY SCOPEFD.
       COPY APRQFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY MSGLVWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY APRQWS.
           COPY FILESTWS.
           01 WS-RC-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-RC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CAPTURE     VALUE 'Y'.
           01 WS-AQ-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-QUEUE       VALUE 'Y'.
           01 WS-START-DELAY        PIC 9(4) VALUE 8.
           01 WS-STEP-REQS          PIC 9(2) VALUE 5.
           01 WS-SLOW-FACTOR        PIC 9(2) VALUE 2.
           01 WS-MIN-DELAY          PIC 9(4) VALUE 1.
           01 WS-THROTTLE-CODES     PIC X(20) VALUE '429 503'.
           01 WS-TC-SLOT            PIC 9(2).
      *>   The capture, keyed by correlation ID.
           01 WS-CAP-COUNT          PIC 9(5) VALUE 0.
           01 WS-CAP-DROPPED        PIC 9(5) VALUE 0.
           01 WS-CAP-TABLE.
              05 WS-CAP-ENTRY OCCURS 5000 TIMES INDEXED BY CP-IDX.
                 10 WS-CP-CORR-ID      PIC 9(8).
                 10 WS-CP-CODE         PIC X(3).
                 10 WS-CP-ELAPSED-MS   PIC 9(8).
           01 WS-CORR-X             PIC X(8).
           01 WS-CORR-N REDEFINES WS-CORR-X PIC 9(8).
           01 WS-HR-STATUS-LINE     PIC X(80).
           01 WS-HR-PROTOCOL        PIC X(8).
           01 WS-HR-CODE            PIC X(3).
           01 WS-HR-REASON          PIC X(40).
           01 WS-HR-VALID-FLAG      PIC X(1).
      *>   The current site's ramp, one entry per step.
           01 WS-STEP-COUNT         PIC 9(2) VALUE 0.
           01 WS-STEP-TABLE.
              05 WS-STEP-ENTRY OCCURS 10 TIMES INDEXED BY SP-IDX.
                 10 WS-SP-DELAY        PIC 9(4).
                 10 WS-SP-SENT         PIC 9(3).
                 10 WS-SP-ANSWERED     PIC 9(3).
                 10 WS-SP-THROTTLED    PIC 9(3).
                 10 WS-SP-TOTAL-MS     PIC 9(9).
                 10 WS-SP-AVG-MS       PIC 9(8).
                 10 WS-SP-VERDICT      PIC X(10).
           01 WS-REQ-IDX            PIC 9(2).
           01 WS-NEXT-DELAY         PIC 9(4).
           01 WS-BASE-MS            PIC 9(8).
           01 WS-ONSET-SW           PIC X.
              88 WS-ONSET-FOUND     VALUE 'Y'.
           01 WS-NO-CAPTURE-SW      PIC X.
              88 WS-NO-CAPTURE      VALUE 'Y'.
           01 WS-CAP-FOUND-SW       PIC X.
              88 WS-CAP-FOUND       VALUE 'Y'.
           01 WS-RESP-CODE          PIC X(3).
           01 WS-RESP-MS            PIC 9(8).
           01 WS-RECOMMENDED        PIC 9(4).
           01 WS-RECOMMENDED-X      PIC X(4).
           01 WS-REC-SW             PIC X.
              88 WS-HAVE-RECOMMENDATION VALUE 'Y'.
           01 WS-DISPOSITION        PIC X(40).
           01 WS-EVIDENCE.
              05 WS-EV-TYPE         PIC X(9).
              05 FILLER             PIC X(5) VALUE ' DLY '.
              05 WS-EV-DELAY        PIC 9(4).
              05 FILLER             PIC X(6) VALUE ' BASE '.
              05 WS-EV-BASE-MS      PIC 9(6).
              05 FILLER             PIC X(4) VALUE ' AT '.
              05 WS-EV-ONSET-MS     PIC 9(6).
           01 WS-PEND-ID            PIC 9(6).
           01 WS-SITES-CALIBRATED   PIC 9(3) VALUE 0.
           01 WS-SITES-SKIPPED      PIC 9(3) VALUE 0.
           01 WS-QUEUED-COUNT       PIC 9(3) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-STEP-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-SL-STEP         PIC Z9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-DELAY        PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-SENT         PIC ZZ9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-ANSWERED     PIC Z(7)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-THROTTLED    PIC Z(8)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-AVG-MS       PIC Z(7)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SL-VERDICT      PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'RATECAL' TO WS-FS-PROGRAM-ID
           MOVE 'RATECAL' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-PARMS
           PERFORM 1100-LOAD-CAPTURE
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           MOVE 'RATECAL' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           OPEN OUTPUT RATE-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'RATERPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RATE-LIMIT CALIBRATION -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '   START DELAY: ' DELIMITED BY SIZE
                  WS-START-DELAY DELIMITED BY SIZE
                  '   REQUESTS PER STEP: ' DELIMITED BY SIZE
                  WS-STEP-REQS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SITE-TABLE-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE 'User-Agent: COBOL' TO USERAGENT
           PERFORM 2000-CALIBRATE-ONE-SITE THRU
               2000-CALIBRATE-ONE-SITE-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITES CALIBRATED: ' DELIMITED BY SIZE
                  WS-SITES-CALIBRATED DELIMITED BY SIZE
                  '   SKIPPED: ' DELIMITED BY SIZE
                  WS-SITES-SKIPPED DELIMITED BY SIZE
                  '   QUEUED FOR APPROVAL: ' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE RATE-REPORT-FILE
           DISPLAY 'RATECAL SITES CALIBRATED: ' WS-SITES-CALIBRATED
                   '  SKIPPED: ' WS-SITES-SKIPPED
                   '  QUEUED FOR APPROVAL: ' WS-QUEUED-COUNT
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'RATECAL STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PARMS.
           MOVE 'RATECAL' TO WS-PM-PROGRAM-ID
           MOVE 'START-DELAY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-START-DELAY
           END-IF
           MOVE 'STEP-REQS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:2) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:2) > '00'
               MOVE WS-PM-PARM-VALUE(1:2) TO WS-STEP-REQS
           END-IF
           MOVE 'SLOW-FACTOR' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:2) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:2) > '00'
               MOVE WS-PM-PARM-VALUE(1:2) TO WS-SLOW-FACTOR
           END-IF
           MOVE 'MIN-DELAY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-MIN-DELAY
           END-IF
           MOVE 'THROTTLE-CODES' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE TO WS-THROTTLE-CODES
           END-IF.

      *>   A line with a non-numeric ID or an unparseable status line
      *>   is dropped; a missing or non-numeric time is taken as zero
      *>   so the code still counts.
       1100-LOAD-CAPTURE.
           OPEN INPUT RATE-CAPTURE-FILE
           IF WS-RC-STATUS = '00'
               PERFORM 1110-LOAD-ONE-CAPTURE UNTIL END-OF-CAPTURE
               CLOSE RATE-CAPTURE-FILE
           END-IF
           IF WS-CAP-COUNT = 0
               DISPLAY 'RATECAL: NO RATERESP CAPTURE -- '
                       'NO SITE CAN BE CALIBRATED'
           END-IF
           IF WS-CAP-DROPPED > 0
               DISPLAY 'RATECAL WARNING: CAPTURE TABLE FULL, '
                       WS-CAP-DROPPED ' LINES NOT LOADED'
           END-IF.

       1110-LOAD-ONE-CAPTURE.
           READ RATE-CAPTURE-FILE
               AT END SET END-OF-CAPTURE TO TRUE
               NOT AT END
                   MOVE RC-CORR-ID TO WS-CORR-X
                   MOVE SPACES TO WS-HR-STATUS-LINE
                   MOVE RC-STATUS-LINE TO WS-HR-STATUS-LINE
                   CALL 'HTTPRESP' USING WS-HR-STATUS-LINE,
                       WS-HR-PROTOCOL, WS-HR-CODE, WS-HR-REASON,
                       WS-HR-VALID-FLAG
                   IF WS-CORR-X IS NOT NUMERIC
                       OR WS-HR-VALID-FLAG NOT = 'Y'
                       DISPLAY 'RATECAL: MALFORMED CAPTURE LINE '
                               'DROPPED: ' RATE-CAPTURE-RECORD(1:30)
                   ELSE
                       IF WS-CAP-COUNT < 5000
                           ADD 1 TO WS-CAP-COUNT
                           SET CP-IDX TO WS-CAP-COUNT
                           MOVE WS-CORR-N TO WS-CP-CORR-ID(CP-IDX)
                           MOVE WS-HR-CODE TO WS-CP-CODE(CP-IDX)
                           IF RC-ELAPSED-MS IS NUMERIC
                               MOVE RC-ELAPSED-MS
                                   TO WS-CP-ELAPSED-MS(CP-IDX)
                           ELSE
                               MOVE 0 TO WS-CP-ELAPSED-MS(CP-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-CAP-DROPPED
                       END-IF
                   END-IF
           END-READ.

       2000-CALIBRATE-ONE-SITE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-BUDGET-EXHAUSTED
               MOVE 'NOT REACHED -- BUDGET EXHAUSTED' TO WS-DISPOSITION
               PERFORM 2900-WRITE-SKIP-LINE
               GO TO 2000-CALIBRATE-ONE-SITE-EXIT
           END-IF
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-MW-SITE-NAME
           PERFORM 8280-CHECK-MAINT-WINDOW THRU
               8280-CHECK-MAINT-WINDOW-EXIT
           IF WS-SITE-IN-MAINT
               DISPLAY 'RATECAL SKIPPED (MAINTENANCE WINDOW): '
                       WS-MW-SITE-NAME ' ' WS-MW-REASON
               MOVE 'SKIPPED -- MAINTENANCE WINDOW' TO WS-DISPOSITION
               PERFORM 2900-WRITE-SKIP-LINE
               GO TO 2000-CALIBRATE-ONE-SITE-EXIT
           END-IF
           MOVE 'RATECAL' TO WS-SC-PROGRAM
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SC-SITE
           PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
           IF WS-OUT-OF-SCOPE
               MOVE SPACES TO GETLINE
               PERFORM 8455-WRITE-SCOPE-EXC THRU
                   8455-WRITE-SCOPE-EXC-EXIT
               MOVE 'BLOCKED -- OUT OF SCOPE' TO WS-DISPOSITION
               PERFORM 2900-WRITE-SKIP-LINE
               GO TO 2000-CALIBRATE-ONE-SITE-EXIT
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PR-SITE-NAME
           MOVE SPACES TO HOSTLINE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-ST-HOSTPORT(ST-IDX) DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           MOVE SPACES TO GETLINE
           STRING 'GET ' DELIMITED BY SIZE
                  WS-ST-BASE-PATH(ST-IDX) DELIMITED BY SPACE
                  'login1.php HTTP/1.1' DELIMITED BY SIZE
                  INTO GETLINE
           END-STRING
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-BASE-MS
           MOVE 'N' TO WS-ONSET-SW
           MOVE 'N' TO WS-NO-CAPTURE-SW
           MOVE WS-START-DELAY TO WS-NEXT-DELAY
           PERFORM 2100-RUN-ONE-STEP THRU 2100-RUN-ONE-STEP-EXIT
               UNTIL WS-ONSET-FOUND
                  OR WS-NO-CAPTURE
                  OR WS-BUDGET-EXHAUSTED
                  OR WS-STEP-COUNT = 10
                  OR (WS-STEP-COUNT > 0
                      AND WS-SP-DELAY(WS-STEP-COUNT) = 0)
           ADD 1 TO WS-SITES-CALIBRATED
           PERFORM 3000-RECOMMEND
           PERFORM 4000-REPORT-SITE.
       2000-CALIBRATE-ONE-SITE-EXIT.
           EXIT.

       2100-RUN-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           SET SP-IDX TO WS-STEP-COUNT
           MOVE WS-NEXT-DELAY TO WS-SP-DELAY(SP-IDX)
           MOVE 0 TO WS-SP-SENT(SP-IDX) WS-SP-ANSWERED(SP-IDX)
                     WS-SP-THROTTLED(SP-IDX) WS-SP-TOTAL-MS(SP-IDX)
                     WS-SP-AVG-MS(SP-IDX)
           MOVE 'CLEAN' TO WS-SP-VERDICT(SP-IDX)
           PERFORM 2200-SEND-ONE-REQUEST THRU
               2200-SEND-ONE-REQUEST-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-STEP-REQS
                  OR WS-BUDGET-EXHAUSTED
           IF WS-SP-ANSWERED(SP-IDX) = 0
               MOVE 'NO CAPTURE' TO WS-SP-VERDICT(SP-IDX)
               SET WS-NO-CAPTURE TO TRUE
               GO TO 2100-RUN-ONE-STEP-EXIT
           END-IF
           COMPUTE WS-SP-AVG-MS(SP-IDX) =
               WS-SP-TOTAL-MS(SP-IDX) / WS-SP-ANSWERED(SP-IDX)
           IF WS-STEP-COUNT = 1
               MOVE WS-SP-AVG-MS(SP-IDX) TO WS-BASE-MS
           END-IF
           EVALUATE TRUE
               WHEN WS-SP-THROTTLED(SP-IDX) > 0
                   MOVE 'THROTTLED' TO WS-SP-VERDICT(SP-IDX)
                   SET WS-ONSET-FOUND TO TRUE
               WHEN WS-STEP-COUNT > 1
                   AND WS-SP-AVG-MS(SP-IDX)
                       > WS-BASE-MS * WS-SLOW-FACTOR
                   MOVE 'SLOWDOWN' TO WS-SP-VERDICT(SP-IDX)
                   SET WS-ONSET-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-NEXT-DELAY = WS-SP-DELAY(SP-IDX) / 2.
       2100-RUN-ONE-STEP-EXIT.
           EXIT.

       2200-SEND-ONE-REQUEST.
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2200-SEND-ONE-REQUEST-EXIT
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
                   DISPLAY CORRIDLINE
                   DISPLAY CR
               WHEN WS-MSG-NORMAL
                   DISPLAY GETLINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-SP-SENT(SP-IDX)
           PERFORM 2300-FIND-CAPTURE
           IF WS-CAP-FOUND
               ADD 1 TO WS-SP-ANSWERED(SP-IDX)
               ADD WS-RESP-MS TO WS-SP-TOTAL-MS(SP-IDX)
               PERFORM VARYING WS-TC-SLOT FROM 1 BY 4
                       UNTIL WS-TC-SLOT > 17
                   IF WS-THROTTLE-CODES(WS-TC-SLOT:3) = WS-RESP-CODE
                       ADD 1 TO WS-SP-THROTTLED(SP-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'RATECAL' TO WS-PR-PROGRAM-ID
           MOVE GETLINE TO WS-PR-REQUEST-LINE
           MOVE WS-RESP-CODE TO WS-PR-RESPONSE-CODE
           MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
           PERFORM 8100-WRITE-PROBE-RESULT THRU
               8100-WRITE-PROBE-RESULT-EXIT
           IF WS-SP-DELAY(SP-IDX) > 0
               CALL 'C$SLEEP' USING WS-SP-DELAY(SP-IDX)
           END-IF.
       2200-SEND-ONE-REQUEST-EXIT.
           EXIT.

       2300-FIND-CAPTURE.
           MOVE 'N' TO WS-CAP-FOUND-SW
           MOVE SPACES TO WS-RESP-CODE
           MOVE 0 TO WS-RESP-MS
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAP-COUNT OR WS-CAP-FOUND
               IF WS-CP-CORR-ID(CP-IDX) = WS-CORR-ID
                   SET WS-CAP-FOUND TO TRUE
                   MOVE WS-CP-CODE(CP-IDX) TO WS-RESP-CODE
                   MOVE WS-CP-ELAPSED-MS(CP-IDX) TO WS-RESP-MS
               END-IF
           END-PERFORM.

      *>   The recommendation is the delay of the last clean step.
      *>   Pushback on the very first step means even the slowest
      *>   rate tried was too fast: twice the starting delay is
      *>   recommended and the ramp should be rerun from higher.
      *>   No step answered means there is no evidence at all.
       3000-RECOMMEND.
           MOVE 'N' TO WS-REC-SW
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-EVIDENCE
           MOVE WS-BASE-MS TO WS-EV-BASE-MS
           MOVE 0 TO WS-EV-ONSET-MS
           EVALUATE TRUE
               WHEN WS-STEP-COUNT = 0
                   MOVE 'NO STEP COMPLETED -- NOT RECOMMENDED'
                       TO WS-DISPOSITION
               WHEN WS-NO-CAPTURE AND WS-STEP-COUNT = 1
                   MOVE 'NO CAPTURE -- NOT RECOMMENDED'
                       TO WS-DISPOSITION
               WHEN WS-ONSET-FOUND AND WS-STEP-COUNT = 1
                   SET WS-HAVE-RECOMMENDATION TO TRUE
                   COMPUTE WS-RECOMMENDED = WS-SP-DELAY(1) * 2
                       ON SIZE ERROR MOVE 9999 TO WS-RECOMMENDED
                   END-COMPUTE
                   MOVE WS-SP-VERDICT(1) TO WS-EV-TYPE
                   MOVE WS-SP-DELAY(1) TO WS-EV-DELAY
                   MOVE WS-SP-AVG-MS(1) TO WS-EV-ONSET-MS
               WHEN WS-ONSET-FOUND
                   SET WS-HAVE-RECOMMENDATION TO TRUE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT - 1)
                       TO WS-RECOMMENDED
                   MOVE WS-SP-VERDICT(WS-STEP-COUNT) TO WS-EV-TYPE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT) TO WS-EV-DELAY
                   MOVE WS-SP-AVG-MS(WS-STEP-COUNT) TO WS-EV-ONSET-MS
               WHEN WS-NO-CAPTURE
                   SET WS-HAVE-RECOMMENDATION TO TRUE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT - 1)
                       TO WS-RECOMMENDED
                   MOVE 'PARTIAL' TO WS-EV-TYPE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT - 1) TO WS-EV-DELAY
               WHEN OTHER
                   SET WS-HAVE-RECOMMENDATION TO TRUE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT) TO WS-RECOMMENDED
                   MOVE 'NO LIMIT' TO WS-EV-TYPE
                   MOVE WS-SP-DELAY(WS-STEP-COUNT) TO WS-EV-DELAY
                   MOVE WS-SP-AVG-MS(WS-STEP-COUNT) TO WS-EV-ONSET-MS
           END-EVALUATE
           IF WS-HAVE-RECOMMENDATION
               IF WS-RECOMMENDED < WS-MIN-DELAY
                   MOVE WS-MIN-DELAY TO WS-RECOMMENDED
               END-IF
               MOVE WS-RECOMMENDED TO WS-RECOMMENDED-X
               PERFORM 3100-QUEUE-RECOMMENDATION
           END-IF.

      *>   Not queued when it would change nothing or when the same
      *>   site already has a pacing request waiting for approval.
       3100-QUEUE-RECOMMENDATION.
           MOVE 'PACING' TO WS-PM-PROGRAM-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) = WS-RECOMMENDED-X
               MOVE 'NO CHANGE -- ALREADY IN FORCE' TO WS-DISPOSITION
           ELSE
               PERFORM 3200-FIND-PENDING
               IF WS-PEND-ID > 0
                   MOVE SPACES TO WS-DISPOSITION
                   STRING 'NOT QUEUED -- REQUEST ' DELIMITED BY SIZE
                          WS-PEND-ID DELIMITED BY SIZE
                          ' STILL PENDING' DELIMITED BY SIZE
                          INTO WS-DISPOSITION
                   END-STRING
               ELSE
                   MOVE 'PARM-VERSION' TO WS-AQ-FUNCTION
                   MOVE SPACES TO WS-AQ-PARMS
                   MOVE 'PACING' TO WS-AQ-PARMS(1:8)
                   MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-AQ-PARMS(9:12)
                   MOVE WS-RECOMMENDED-X TO WS-AQ-PARMS(21:20)
                   MOVE WS-EVIDENCE TO WS-AQ-PARMS(41:40)
                   MOVE 'RATECAL' TO WS-AQ-REQUESTER
                   MOVE SPACES TO WS-AQ-TICKET
                   MOVE 0 TO WS-AQ-NEW-ID
                   PERFORM 8050-ENQUEUE-APPROVAL THRU
                       8050-ENQUEUE-APPROVAL-EXIT
                   IF WS-AQ-STATUS = '00'
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE SPACES TO WS-DISPOSITION
                       STRING 'QUEUED FOR APPROVAL AS REQUEST '
                                  DELIMITED BY SIZE
                              WS-AQ-NEW-ID DELIMITED BY SIZE
                              INTO WS-DISPOSITION
                       END-STRING
                   ELSE
                       MOVE 'NOT QUEUED -- APPRQUE NOT AVAILABLE'
                           TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       3200-FIND-PENDING.
           MOVE 0 TO WS-PEND-ID
           MOVE 'N' TO WS-AQ-EOF-SW
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-AQ-STATUS = '00'
               PERFORM 3210-CHECK-ONE-QUEUED
                   UNTIL END-OF-QUEUE OR WS-PEND-ID > 0
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

       3210-CHECK-ONE-QUEUED.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END SET END-OF-QUEUE TO TRUE
               NOT AT END
                   IF AQ-STATUS = 'PENDING'
                       AND AQ-FUNCTION = 'PARM-VERSION'
                       AND AQ-PARMS(1:8) = 'PACING'
                       AND AQ-PARMS(9:12) = WS-ST-SITE-NAME(ST-IDX)
                       MOVE AQ-REQUEST-ID TO WS-PEND-ID
                   END-IF
           END-READ.

       4000-REPORT-SITE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                  WS-ST-SITE-NAME(ST-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ST-HOSTPORT(ST-IDX) DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '    STEP  DELAY   SENT   ANSWERED   THROTTLED'
               TO WS-REPORT-LINE
           MOVE '    AVG-MS   VERDICT' TO WS-REPORT-LINE(46:)
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-STEP-COUNT = 0
               MOVE '    NONE' TO WS-REPORT-LINE
               WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-STEP-COUNT
               MOVE SPACES TO WS-STEP-LINE
               SET WS-SL-STEP TO SP-IDX
               MOVE WS-SP-DELAY(SP-IDX) TO WS-SL-DELAY
               MOVE WS-SP-SENT(SP-IDX) TO WS-SL-SENT
               MOVE WS-SP-ANSWERED(SP-IDX) TO WS-SL-ANSWERED
               MOVE WS-SP-THROTTLED(SP-IDX) TO WS-SL-THROTTLED
               MOVE WS-SP-AVG-MS(SP-IDX) TO WS-SL-AVG-MS
               MOVE WS-SP-VERDICT(SP-IDX) TO WS-SL-VERDICT
               WRITE RATE-REPORT-RECORD FROM WS-STEP-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HAVE-RECOMMENDATION
               STRING '    RECOMMENDED DELAY-SECS: ' DELIMITED BY SIZE
                      WS-RECOMMENDED-X DELIMITED BY SIZE
                      '   EVIDENCE: ' DELIMITED BY SIZE
                      WS-EVIDENCE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF
           STRING '    ' DELIMITED BY SIZE
                  WS-DISPOSITION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE.

       2900-WRITE-SKIP-LINE.
           ADD 1 TO WS-SITES-SKIPPED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                  WS-ST-SITE-NAME(ST-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPOSITION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY PARMPA.
       COPY MSGLVPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY APRQPA.
       COPY FILESTPA.
