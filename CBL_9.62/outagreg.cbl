       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Outage incident register.  Turns
      *>               the MARCOLOG heartbeat history into discrete
      *>               outage incidents per site -- the first missed
      *>               heartbeat opens an incident, the first answered
      *>               one after it closes it -- and keeps them on the
      *>               incident register (OUTAGINC) with start, end,
      *>               duration, heartbeats missed, and the SLAALERT
      *>               alerts raised during it (an SLAALERT alert is
      *>               identified by its date and time; SLAMON watches
      *>               the DEFAULT site only).  MARCOLOG is trimmed by
      *>               HOUSEKP, so the register is built up run by
      *>               run: OUTAGCTL holds the last heartbeat already
      *>               posted, and an outage still running at the end
      *>               of the log stays OPEN for the next run to
      *>               close.  The report (OUTAGRPT) lists the month's
      *>               incidents and, per site, incident count, mean
      *>               time to recover (closed incidents), and mean
      *>               time between failures (time up in the month
      *>               divided by incidents).  The month is the one
      *>               holding the day before the business date, so
      *>               the run on the 1st reports the whole previous
      *>               month and later runs the month to date;
      *>               OUTAGREG/MONTH (YYYYMM) in the central parameter
      *>               repository overrides it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTAGREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEARTBEAT-LOG-FILE ASSIGN TO "MARCOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "SLAALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "OUTAGINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT OPTIONAL OUTAGE-CONTROL-FILE ASSIGN TO "OUTAGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT OUTAGE-REPORT-FILE ASSIGN TO "OUTAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  HEARTBEAT-LOG-FILE.
       01  HEARTBEAT-LOG-RECORD     PIC X(60).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 SA-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 SA-TIME               PIC 9(8).
           05 FILLER                PIC X(63).

      *>   One line per outage.  Times are HHMMSS; an OPEN incident
      *>   has a zero end and duration.  OI-FIRST-ALERT is the
      *>   SLAALERT date-time (YYYYMMDD-HHMMSS) of the first alert
      *>   raised during the outage.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05 OI-SITE               PIC X(8).
           05 FILLER                PIC X.
           05 OI-START-DATE         PIC 9(8).
           05 FILLER                PIC X.
           05 OI-START-TIME         PIC 9(6).
           05 FILLER                PIC X.
           05 OI-END-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 OI-END-TIME           PIC 9(6).
           05 FILLER                PIC X.
           05 OI-DURATION-SECS      PIC 9(8).
           05 FILLER                PIC X.
           05 OI-MISSES             PIC 9(6).
           05 FILLER                PIC X.
           05 OI-STATUS             PIC X(6).
           05 FILLER                PIC X.
           05 OI-FIRST-ALERT        PIC X(15).
           05 FILLER                PIC X.
           05 OI-ALERT-COUNT        PIC 9(3).

       FD  OUTAGE-CONTROL-FILE.
       01  OUTAGE-CONTROL-RECORD.
           05 OC-LAST-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 OC-LAST-TIME          PIC 9(8).

       FD  OUTAGE-REPORT-FILE.
       01  OUTAGE-REPORT-RECORD     PIC X(100).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY PARMWS.
           01 WS-HB-STATUS          PIC X(2).
           01 WS-SA-STATUS          PIC X(2).
           01 WS-OI-STATUS          PIC X(2).
           01 WS-OC-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-LAST-STAMP         PIC 9(16) VALUE 0.
           01 WS-HB-STAMP           PIC 9(16).
           01 WS-NEW-LAST-STAMP     PIC 9(16) VALUE 0.
           01 WS-POSTED-COUNT       PIC 9(8) VALUE 0.
      *>   The register, held whole and written back at the end.
           01 WS-INC-COUNT          PIC 9(4) VALUE 0.
           01 WS-INC-DROPPED        PIC 9(4) VALUE 0.
           01 WS-INC-TABLE.
              05 WS-IN-ENTRY OCCURS 3000 TIMES INDEXED BY IN-IDX.
                 10 WS-IN-SITE          PIC X(8).
                 10 WS-IN-START-DATE    PIC 9(8).
                 10 WS-IN-START-TIME    PIC 9(6).
                 10 WS-IN-END-DATE      PIC 9(8).
                 10 WS-IN-END-TIME      PIC 9(6).
                 10 WS-IN-DURATION      PIC 9(8).
                 10 WS-IN-MISSES        PIC 9(6).
                 10 WS-IN-STATUS        PIC X(6).
                 10 WS-IN-FIRST-ALERT   PIC X(15).
                 10 WS-IN-ALERT-COUNT   PIC 9(3).
                 10 WS-IN-TOUCHED       PIC X.
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-OPENED-COUNT       PIC 9(5) VALUE 0.
           01 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
      *>   SLAALERT alerts as date-time stamps.
           01 WS-ALERT-COUNT        PIC 9(4) VALUE 0.
           01 WS-ALERT-TABLE.
              05 WS-AT-STAMP OCCURS 3000 TIMES PIC 9(14).
           01 WS-AT-IDX             PIC 9(4).
           01 WS-START-STAMP        PIC 9(14).
           01 WS-END-STAMP          PIC 9(14).
           01 WS-ALERT-STAMP-X      PIC X(14).
      *>   Elapsed-time arithmetic in seconds.
           01 WS-SECS-A             PIC 9(12).
           01 WS-SECS-B             PIC 9(12).
           01 WS-CALC-DATE          PIC 9(8).
           01 WS-CALC-TIME          PIC 9(6).
           01 WS-CALC-TIME-R REDEFINES WS-CALC-TIME.
              05 WS-CALC-HH         PIC 9(2).
              05 WS-CALC-MM         PIC 9(2).
              05 WS-CALC-SS         PIC 9(2).
           01 WS-CALC-SECS          PIC 9(12).
      *>   Report month.
           01 WS-TODAY              PIC 9(8).
           01 WS-DATE-INT           PIC 9(8).
           01 WS-MONTH-START        PIC 9(8).
           01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
              05 WS-MS-YYYY         PIC 9(4).
              05 WS-MS-MM           PIC 9(2).
              05 WS-MS-DD           PIC 9(2).
           01 WS-NEXT-MONTH         PIC 9(8).
           01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
              05 WS-NM-YYYY         PIC 9(4).
              05 WS-NM-MM           PIC 9(2).
              05 WS-NM-DD           PIC 9(2).
           01 WS-PERIOD-END         PIC 9(8).
           01 WS-PERIOD-SECS        PIC 9(12).
      *>   Per-site monthly figures.
           01 WS-SITE-COUNT         PIC 9(3) VALUE 0.
           01 WS-SITE-TABLE.
              05 WS-SS-ENTRY OCCURS 200 TIMES INDEXED BY SS-IDX.
                 10 WS-SS-SITE          PIC X(8).
                 10 WS-SS-INCIDENTS     PIC 9(5).
                 10 WS-SS-CLOSED        PIC 9(5).
                 10 WS-SS-DOWN-SECS     PIC 9(12).
                 10 WS-SS-RECOVER-SECS  PIC 9(12).
           01 WS-MTTR-MIN           PIC 9(7)V9.
           01 WS-MTBF-HRS           PIC 9(7)V9.
           01 WS-MONTH-INCIDENTS    PIC 9(5) VALUE 0.
           01 WS-REPORT-LINE        PIC X(100).
           01 WS-INCIDENT-LINE.
              05 WS-IL-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-START-DATE   PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-START-TIME   PIC 9(6).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-END-DATE     PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-END-TIME     PIC 9(6).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-DURATION-MIN PIC ZZZZZ9.9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-MISSES       PIC ZZZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-STATUS       PIC X(6).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-FIRST-ALERT  PIC X(15).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-IL-ALERT-COUNT  PIC ZZ9.
           01 WS-SITE-LINE.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(12) VALUE ' INCIDENTS: '.
              05 WS-SL-INCIDENTS    PIC ZZZZ9.
              05 FILLER             PIC X(12) VALUE '  MTTR MIN: '.
              05 WS-SL-MTTR         PIC ZZZZZZ9.9.
              05 FILLER             PIC X(12) VALUE '  MTBF HRS: '.
              05 WS-SL-MTBF         PIC ZZZZZZ9.9.
              05 FILLER             PIC X(12) VALUE '  DOWN MIN: '.
              05 WS-SL-DOWN         PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'OUTAGREG' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-REGISTER THRU 1100-LOAD-REGISTER-EXIT
           PERFORM 1200-LOAD-ALERTS THRU 1200-LOAD-ALERTS-EXIT
           PERFORM 2000-POST-HEARTBEATS THRU 2000-POST-HEARTBEATS-EXIT
           PERFORM 3000-ATTACH-ALERTS THRU 3000-ATTACH-ALERTS-EXIT
           PERFORM 4000-SAVE-REGISTER THRU 4000-SAVE-REGISTER-EXIT
           PERFORM 5000-MONTHLY-REPORT THRU 5000-MONTHLY-REPORT-EXIT
           PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8410-GET-PARM-DATE THRU 8410-GET-PARM-DATE-EXIT
           MOVE WS-PM-TODAY TO WS-TODAY
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
           COMPUTE WS-MONTH-START = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE 'OUTAGREG' TO WS-PM-PROGRAM-ID
           MOVE 'MONTH' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-MONTH-START(1:6)
           END-IF
           MOVE 1 TO WS-MS-DD
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 1 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
      *>   A month still running is measured to the business date.
           IF WS-NEXT-MONTH > WS-TODAY
               MOVE WS-TODAY TO WS-PERIOD-END
           ELSE
               MOVE WS-NEXT-MONTH TO WS-PERIOD-END
           END-IF
           COMPUTE WS-PERIOD-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)) * 86400
           OPEN INPUT OUTAGE-CONTROL-FILE
           IF WS-OC-STATUS = '00'
               READ OUTAGE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OC-LAST-DATE IS NUMERIC
                           AND OC-LAST-TIME IS NUMERIC
                           COMPUTE WS-LAST-STAMP =
                               OC-LAST-DATE * 100000000 + OC-LAST-TIME
                       END-IF
               END-READ
               CLOSE OUTAGE-CONTROL-FILE
           END-IF
           MOVE WS-LAST-STAMP TO WS-NEW-LAST-STAMP.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF WS-OI-STATUS NOT = '00'
               GO TO 1100-LOAD-REGISTER-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-INCIDENT UNTIL WS-AT-EOF
           CLOSE INCIDENT-FILE.
       1100-LOAD-REGISTER-EXIT.
           EXIT.

       1150-LOAD-ONE-INCIDENT.
           READ INCIDENT-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF WS-INC-COUNT < 3000
                       ADD 1 TO WS-INC-COUNT
                       SET IN-IDX TO WS-INC-COUNT
                       MOVE OI-SITE TO WS-IN-SITE(IN-IDX)
                       MOVE OI-START-DATE TO WS-IN-START-DATE(IN-IDX)
                       MOVE OI-START-TIME TO WS-IN-START-TIME(IN-IDX)
                       MOVE OI-END-DATE TO WS-IN-END-DATE(IN-IDX)
                       MOVE OI-END-TIME TO WS-IN-END-TIME(IN-IDX)
                       MOVE OI-DURATION-SECS TO WS-IN-DURATION(IN-IDX)
                       MOVE OI-MISSES TO WS-IN-MISSES(IN-IDX)
                       MOVE OI-STATUS TO WS-IN-STATUS(IN-IDX)
                       MOVE OI-FIRST-ALERT TO WS-IN-FIRST-ALERT(IN-IDX)
                       MOVE OI-ALERT-COUNT TO WS-IN-ALERT-COUNT(IN-IDX)
                       MOVE 'N' TO WS-IN-TOUCHED(IN-IDX)
                   ELSE
                       ADD 1 TO WS-INC-DROPPED
                   END-IF
           END-READ.

       1200-LOAD-ALERTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ALERT-FILE
           IF WS-SA-STATUS NOT = '00'
               GO TO 1200-LOAD-ALERTS-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-ALERT UNTIL WS-AT-EOF
           CLOSE ALERT-FILE.
       1200-LOAD-ALERTS-EXIT.
           EXIT.

       1250-LOAD-ONE-ALERT.
           READ ALERT-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF SA-DATE IS NUMERIC AND SA-TIME IS NUMERIC
                       AND WS-ALERT-COUNT < 3000
                       ADD 1 TO WS-ALERT-COUNT
                       COMPUTE WS-AT-STAMP(WS-ALERT-COUNT) =
                           SA-DATE * 1000000 + SA-TIME / 100
                   END-IF
           END-READ.

      *>   Only dated heartbeats newer than the last one posted are
      *>   used; the undated early vintage cannot be placed in time.
      *>   Heartbeats from before MARCO fanned out carry no site and
      *>   belong to the DEFAULT site.
       2000-POST-HEARTBEATS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HEARTBEAT-LOG-FILE
           IF WS-HB-STATUS NOT = '00'
               GO TO 2000-POST-HEARTBEATS-EXIT
           END-IF
           PERFORM 2100-POST-ONE-HEARTBEAT UNTIL WS-AT-EOF
           CLOSE HEARTBEAT-LOG-FILE.
       2000-POST-HEARTBEATS-EXIT.
           EXIT.

       2100-POST-ONE-HEARTBEAT.
           READ HEARTBEAT-LOG-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   MOVE HEARTBEAT-LOG-RECORD TO WS-HB-RAW
                   PERFORM 8700-PARSE-HEARTBEAT THRU
                       8700-PARSE-HEARTBEAT-EXIT
                   IF WS-HB-DATE > 0 AND WS-HB-TIME IS NUMERIC
                       COMPUTE WS-HB-STAMP =
                           WS-HB-DATE * 100000000 + WS-HB-TIME
                       IF WS-HB-STAMP > WS-LAST-STAMP
                           PERFORM 2200-APPLY-HEARTBEAT THRU
                               2200-APPLY-HEARTBEAT-EXIT
                       END-IF
                   END-IF
           END-READ.

       2200-APPLY-HEARTBEAT.
           ADD 1 TO WS-POSTED-COUNT
           IF WS-HB-STAMP > WS-NEW-LAST-STAMP
               MOVE WS-HB-STAMP TO WS-NEW-LAST-STAMP
           END-IF
           IF WS-HB-SITE = SPACES
               MOVE 'DEFAULT' TO WS-HB-SITE
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > WS-INC-COUNT OR WS-FOUND
               IF WS-IN-SITE(IN-IDX) = WS-HB-SITE
                   AND WS-IN-STATUS(IN-IDX) = 'OPEN'
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET IN-IDX DOWN BY 1
           END-IF
           IF WS-HB-RECEIVED = 'YES'
               IF WS-FOUND
                   PERFORM 2300-CLOSE-INCIDENT
               END-IF
               GO TO 2200-APPLY-HEARTBEAT-EXIT
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-IN-MISSES(IN-IDX)
               GO TO 2200-APPLY-HEARTBEAT-EXIT
           END-IF
           IF WS-INC-COUNT NOT < 3000
               ADD 1 TO WS-INC-DROPPED
               GO TO 2200-APPLY-HEARTBEAT-EXIT
           END-IF
           ADD 1 TO WS-INC-COUNT
           ADD 1 TO WS-OPENED-COUNT
           SET IN-IDX TO WS-INC-COUNT
           MOVE WS-HB-SITE TO WS-IN-SITE(IN-IDX)
           MOVE WS-HB-DATE TO WS-IN-START-DATE(IN-IDX)
           MOVE WS-HB-TIME(1:6) TO WS-IN-START-TIME(IN-IDX)
           MOVE 0 TO WS-IN-END-DATE(IN-IDX)
           MOVE 0 TO WS-IN-END-TIME(IN-IDX)
           MOVE 0 TO WS-IN-DURATION(IN-IDX)
           MOVE 1 TO WS-IN-MISSES(IN-IDX)
           MOVE 'OPEN' TO WS-IN-STATUS(IN-IDX)
           MOVE SPACES TO WS-IN-FIRST-ALERT(IN-IDX)
           MOVE 0 TO WS-IN-ALERT-COUNT(IN-IDX)
           MOVE 'Y' TO WS-IN-TOUCHED(IN-IDX).
       2200-APPLY-HEARTBEAT-EXIT.
           EXIT.

       2300-CLOSE-INCIDENT.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE WS-HB-DATE TO WS-IN-END-DATE(IN-IDX)
           MOVE WS-HB-TIME(1:6) TO WS-IN-END-TIME(IN-IDX)
           MOVE 'CLOSED' TO WS-IN-STATUS(IN-IDX)
           MOVE 'Y' TO WS-IN-TOUCHED(IN-IDX)
           MOVE WS-IN-START-DATE(IN-IDX) TO WS-CALC-DATE
           MOVE WS-IN-START-TIME(IN-IDX) TO WS-CALC-TIME
           PERFORM 8800-STAMP-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-SECS-A
           MOVE WS-IN-END-DATE(IN-IDX) TO WS-CALC-DATE
           MOVE WS-IN-END-TIME(IN-IDX) TO WS-CALC-TIME
           PERFORM 8800-STAMP-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-SECS-B
           IF WS-SECS-B > WS-SECS-A
               COMPUTE WS-IN-DURATION(IN-IDX) = WS-SECS-B - WS-SECS-A
           ELSE
               MOVE 0 TO WS-IN-DURATION(IN-IDX)
           END-IF.

      *>   Alerts are matched only for incidents opened, still open,
      *>   or closed on this run: SLAALERT may since have been
      *>   trimmed for older ones, and their counts stand as
      *>   recorded.
       3000-ATTACH-ALERTS.
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > WS-INC-COUNT
               IF WS-IN-TOUCHED(IN-IDX) = 'Y'
                   AND WS-IN-SITE(IN-IDX) = 'DEFAULT'
                   PERFORM 3100-MATCH-ALERTS
               END-IF
           END-PERFORM.
       3000-ATTACH-ALERTS-EXIT.
           EXIT.

       3100-MATCH-ALERTS.
           COMPUTE WS-START-STAMP = WS-IN-START-DATE(IN-IDX) * 1000000
               + WS-IN-START-TIME(IN-IDX)
           IF WS-IN-STATUS(IN-IDX) = 'OPEN'
               MOVE 99999999999999 TO WS-END-STAMP
           ELSE
               COMPUTE WS-END-STAMP = WS-IN-END-DATE(IN-IDX) * 1000000
                   + WS-IN-END-TIME(IN-IDX)
           END-IF
           MOVE SPACES TO WS-IN-FIRST-ALERT(IN-IDX)
           MOVE 0 TO WS-IN-ALERT-COUNT(IN-IDX)
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ALERT-COUNT
               IF WS-AT-STAMP(WS-AT-IDX) NOT < WS-START-STAMP
                   AND WS-AT-STAMP(WS-AT-IDX) NOT > WS-END-STAMP
                   IF WS-IN-ALERT-COUNT(IN-IDX) = 0
                       MOVE WS-AT-STAMP(WS-AT-IDX) TO WS-ALERT-STAMP-X
                       STRING WS-ALERT-STAMP-X(1:8) DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WS-ALERT-STAMP-X(9:6) DELIMITED BY SIZE
                              INTO WS-IN-FIRST-ALERT(IN-IDX)
                       END-STRING
                   END-IF
                   IF WS-IN-ALERT-COUNT(IN-IDX) < 999
                       ADD 1 TO WS-IN-ALERT-COUNT(IN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       4000-SAVE-REGISTER.
           OPEN OUTPUT INCIDENT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'OUTAGINC' TO WS-FS-FILE-NAME
           MOVE WS-OI-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > WS-INC-COUNT
               MOVE SPACES TO INCIDENT-RECORD
               MOVE WS-IN-SITE(IN-IDX) TO OI-SITE
               MOVE WS-IN-START-DATE(IN-IDX) TO OI-START-DATE
               MOVE WS-IN-START-TIME(IN-IDX) TO OI-START-TIME
               MOVE WS-IN-END-DATE(IN-IDX) TO OI-END-DATE
               MOVE WS-IN-END-TIME(IN-IDX) TO OI-END-TIME
               MOVE WS-IN-DURATION(IN-IDX) TO OI-DURATION-SECS
               MOVE WS-IN-MISSES(IN-IDX) TO OI-MISSES
               MOVE WS-IN-STATUS(IN-IDX) TO OI-STATUS
               MOVE WS-IN-FIRST-ALERT(IN-IDX) TO OI-FIRST-ALERT
               MOVE WS-IN-ALERT-COUNT(IN-IDX) TO OI-ALERT-COUNT
               WRITE INCIDENT-RECORD
           END-PERFORM
           CLOSE INCIDENT-FILE
           OPEN OUTPUT OUTAGE-CONTROL-FILE
           MOVE SPACES TO OUTAGE-CONTROL-RECORD
           DIVIDE WS-NEW-LAST-STAMP BY 100000000
               GIVING OC-LAST-DATE REMAINDER OC-LAST-TIME
           WRITE OUTAGE-CONTROL-RECORD
           CLOSE OUTAGE-CONTROL-FILE.
       4000-SAVE-REGISTER-EXIT.
           EXIT.

      *>   Incidents are counted in the month they started.  Down
      *>   time of an incident still open is taken to the end of
      *>   the period, for the MTBF uptime only.
       5000-MONTHLY-REPORT.
           OPEN OUTPUT OUTAGE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'OUTAGRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUTAGE INCIDENTS  MONTH ' DELIMITED BY SIZE
                  WS-MONTH-START(1:6) DELIMITED BY SIZE
                  '  MEASURED ' DELIMITED BY SIZE
                  WS-MONTH-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'SITE     START    TIME   END      TIME   DUR MIN  '
               & ' MISSES STATUS FIRST SLAALERT  ALERTS'
               TO WS-REPORT-LINE
           WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > WS-INC-COUNT
               IF WS-IN-START-DATE(IN-IDX) NOT < WS-MONTH-START
                   AND WS-IN-START-DATE(IN-IDX) < WS-NEXT-MONTH
                   PERFORM 5100-REPORT-ONE-INCIDENT
               END-IF
           END-PERFORM
           IF WS-MONTH-INCIDENTS = 0
               MOVE 'NO OUTAGES IN THE MONTH' TO WS-REPORT-LINE
               WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- PER SITE --' TO WS-REPORT-LINE
           WRITE OUTAGE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SITE-COUNT
               PERFORM 5300-REPORT-ONE-SITE
           END-PERFORM
           CLOSE OUTAGE-REPORT-FILE.
       5000-MONTHLY-REPORT-EXIT.
           EXIT.

       5100-REPORT-ONE-INCIDENT.
           ADD 1 TO WS-MONTH-INCIDENTS
           MOVE WS-IN-SITE(IN-IDX) TO WS-IL-SITE
           MOVE WS-IN-START-DATE(IN-IDX) TO WS-IL-START-DATE
           MOVE WS-IN-START-TIME(IN-IDX) TO WS-IL-START-TIME
           MOVE WS-IN-END-DATE(IN-IDX) TO WS-IL-END-DATE
           MOVE WS-IN-END-TIME(IN-IDX) TO WS-IL-END-TIME
           COMPUTE WS-IL-DURATION-MIN ROUNDED =
               WS-IN-DURATION(IN-IDX) / 60
           MOVE WS-IN-MISSES(IN-IDX) TO WS-IL-MISSES
           MOVE WS-IN-STATUS(IN-IDX) TO WS-IL-STATUS
           MOVE WS-IN-FIRST-ALERT(IN-IDX) TO WS-IL-FIRST-ALERT
           MOVE WS-IN-ALERT-COUNT(IN-IDX) TO WS-IL-ALERT-COUNT
           WRITE OUTAGE-REPORT-RECORD FROM WS-INCIDENT-LINE
           PERFORM 5200-POST-TO-SITE THRU 5200-POST-TO-SITE-EXIT.

       5200-POST-TO-SITE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SITE-COUNT OR WS-FOUND
               IF WS-SS-SITE(SS-IDX) = WS-IN-SITE(IN-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET SS-IDX DOWN BY 1
           ELSE
               IF WS-SITE-COUNT NOT < 200
                   GO TO 5200-POST-TO-SITE-EXIT
               END-IF
               ADD 1 TO WS-SITE-COUNT
               SET SS-IDX TO WS-SITE-COUNT
               MOVE WS-IN-SITE(IN-IDX) TO WS-SS-SITE(SS-IDX)
               MOVE 0 TO WS-SS-INCIDENTS(SS-IDX)
               MOVE 0 TO WS-SS-CLOSED(SS-IDX)
               MOVE 0 TO WS-SS-DOWN-SECS(SS-IDX)
               MOVE 0 TO WS-SS-RECOVER-SECS(SS-IDX)
           END-IF
           ADD 1 TO WS-SS-INCIDENTS(SS-IDX)
           IF WS-IN-STATUS(IN-IDX) = 'CLOSED'
               ADD 1 TO WS-SS-CLOSED(SS-IDX)
               ADD WS-IN-DURATION(IN-IDX) TO WS-SS-RECOVER-SECS(SS-IDX)
               ADD WS-IN-DURATION(IN-IDX) TO WS-SS-DOWN-SECS(SS-IDX)
           ELSE
               MOVE WS-IN-START-DATE(IN-IDX) TO WS-CALC-DATE
               MOVE WS-IN-START-TIME(IN-IDX) TO WS-CALC-TIME
               PERFORM 8800-STAMP-TO-SECONDS
               MOVE WS-CALC-SECS TO WS-SECS-A
               MOVE WS-PERIOD-END TO WS-CALC-DATE
               MOVE 0 TO WS-CALC-TIME
               PERFORM 8800-STAMP-TO-SECONDS
               IF WS-CALC-SECS > WS-SECS-A
                   COMPUTE WS-SS-DOWN-SECS(SS-IDX) =
                       WS-SS-DOWN-SECS(SS-IDX) + WS-CALC-SECS - WS-SECS-A
               END-IF
           END-IF.
       5200-POST-TO-SITE-EXIT.
           EXIT.

       5300-REPORT-ONE-SITE.
           MOVE WS-SS-SITE(SS-IDX) TO WS-SL-SITE
           MOVE WS-SS-INCIDENTS(SS-IDX) TO WS-SL-INCIDENTS
           IF WS-SS-CLOSED(SS-IDX) > 0
               COMPUTE WS-MTTR-MIN ROUNDED =
                   WS-SS-RECOVER-SECS(SS-IDX)
                   / (WS-SS-CLOSED(SS-IDX) * 60)
           ELSE
               MOVE 0 TO WS-MTTR-MIN
           END-IF
           IF WS-SS-DOWN-SECS(SS-IDX) < WS-PERIOD-SECS
               COMPUTE WS-MTBF-HRS ROUNDED =
                   (WS-PERIOD-SECS - WS-SS-DOWN-SECS(SS-IDX))
                   / (WS-SS-INCIDENTS(SS-IDX) * 3600)
           ELSE
               MOVE 0 TO WS-MTBF-HRS
           END-IF
           MOVE WS-MTTR-MIN TO WS-SL-MTTR
           MOVE WS-MTBF-HRS TO WS-SL-MTBF
           COMPUTE WS-SL-DOWN = WS-SS-DOWN-SECS(SS-IDX) / 60
           WRITE OUTAGE-REPORT-RECORD FROM WS-SITE-LINE.

       8800-STAMP-TO-SECONDS.
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

       9000-FINISH.
           DISPLAY 'OUTAGREG: HEARTBEATS POSTED ' WS-POSTED-COUNT
                   '  OPENED ' WS-OPENED-COUNT
                   '  CLOSED ' WS-CLOSED-COUNT
                   '  MONTH INCIDENTS ' WS-MONTH-INCIDENTS
           IF WS-INC-DROPPED > 0
               DISPLAY 'OUTAGREG: ** INCIDENT TABLE FULL, '
                       WS-INC-DROPPED ' NOT KEPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-FINISH-EXIT.
           EXIT.

       COPY HBLOGPA.
       COPY PARMPA.
       COPY FILESTPA.
