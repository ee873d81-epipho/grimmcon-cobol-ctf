       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Weekly operator activity and
      *>               privileged-action report (OPERACRP) from the
      *>               operator action journal.  Covers the N days
      *>               ending on the business date (OPERACT/DAYS in
      *>               the central parameter repository, default 7).
      *>               Sections: each operator's actions counted by
      *>               journal function; privileged actions (lock
      *>               overrides, budget overrides, real sweep
      *>               launches, credential reveals through VAULTINQ,
      *>               and approvals); actions taken outside the
      *>               operator's shift on the OPERSHFT roster; and
      *>               any approval where the approver is also the
      *>               requester (approval-queue requests by the BY
      *>               name on the journal entry, ad-hoc runs by the
      *>               ADHOCQUE requester).  RC 4 when an off-shift
      *>               action or a self-approval is listed.
      *>   2026-10-15  OPERMNT account maintenance and sign-on lockouts
      *>               are listed with the privileged actions.
      *>   2026-10-15  ADHOCQUE record layout carries the entry's site
      *>               or site group.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERFC.
           SELECT OPTIONAL SHIFT-ROSTER-FILE ASSIGN TO "OPERSHFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT OPTIONAL ADHOC-QUEUE-FILE ASSIGN TO "ADHOCQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "OPERACRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERFD.

      *>   Shift roster: one line per operator, shift start and end
      *>   as HHMM.  An end earlier than the start is a shift that
      *>   runs past midnight.  Operator '*' is the default shift
      *>   for anyone not listed.
       FD  SHIFT-ROSTER-FILE.
       01  SHIFT-ROSTER-RECORD.
           05 SR-OPERATOR-ID         PIC X(8).
           05 FILLER                 PIC X.
           05 SR-SHIFT-START         PIC 9(4).
           05 FILLER                 PIC X.
           05 SR-SHIFT-END           PIC 9(4).

       FD  ADHOC-QUEUE-FILE.
       01  ADHOC-QUEUE-RECORD.
           05 AH-REQ-ID              PIC 9(4).
           05 FILLER                 PIC X.
           05 AH-OPERATOR            PIC X(8).
           05 FILLER                 PIC X.
           05 AH-PROGRAM             PIC X(8).
           05 FILLER                 PIC X.
           05 AH-DRY-RUN             PIC X(1).
           05 FILLER                 PIC X.
           05 AH-STATUS              PIC X(10).
           05 FILLER                 PIC X.
           05 AH-RC                  PIC 9(2).
           05 FILLER                 PIC X.
           05 AH-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X.
           05 AH-APPROVER            PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 AH-SITE-SEL            PIC X(8).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-RECORD    PIC X(100).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY PARMWS.
           01 WS-SR-STATUS          PIC X(2).
           01 WS-AH-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-DAYS               PIC 9(3) VALUE 7.
           01 WS-FROM-DATE          PIC 9(8).
           01 WS-TO-DATE            PIC 9(8).
           01 WS-DATE-INT           PIC 9(8).
      *>   Shift roster, with the default shift when no '*' line.
           01 WS-DEFAULT-START      PIC 9(4) VALUE 0700.
           01 WS-DEFAULT-END        PIC 9(4) VALUE 1900.
           01 WS-SHIFT-COUNT        PIC 9(3) VALUE 0.
           01 WS-SHIFT-TABLE.
              05 WS-SH-ENTRY OCCURS 200 TIMES INDEXED BY SH-IDX.
                 10 WS-SH-OPERATOR     PIC X(8).
                 10 WS-SH-START        PIC 9(4).
                 10 WS-SH-END          PIC 9(4).
           01 WS-SHIFT-START        PIC 9(4).
           01 WS-SHIFT-END          PIC 9(4).
           01 WS-ACTION-HHMM        PIC 9(4).
           01 WS-OFF-SHIFT-SW       PIC X.
              88 WS-OFF-SHIFT       VALUE 'Y'.
      *>   Ad-hoc requests by id, for the ad-hoc self-approval test.
           01 WS-ADHOC-COUNT        PIC 9(4) VALUE 0.
           01 WS-ADHOC-TABLE.
              05 WS-AD-ENTRY OCCURS 2000 TIMES INDEXED BY AD-IDX.
                 10 WS-AD-REQ-ID       PIC 9(4).
                 10 WS-AD-OPERATOR     PIC X(8).
      *>   Activity counts by operator and journal function.
           01 WS-ACT-COUNT          PIC 9(4) VALUE 0.
           01 WS-ACT-TABLE.
              05 WS-AC-ENTRY OCCURS 1000 TIMES INDEXED BY AC-IDX
                                                         AC-IDX2.
                 10 WS-AC-OPERATOR     PIC X(8).
                 10 WS-AC-FUNCTION     PIC X(20).
                 10 WS-AC-TALLY        PIC 9(5).
                 10 WS-AC-PRINTED      PIC X.
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
      *>   Per-entry classification.
           01 WS-CATEGORY           PIC X(12).
           01 WS-FIRST-WORD         PIC X(12).
           01 WS-PARM-REST          PIC X(40).
           01 WS-REQUESTER          PIC X(8).
           01 WS-ADHOC-ID           PIC 9(4).
      *>   The privileged, off-shift and self-approval sections are
      *>   written to their own work tables as the journal is read
      *>   and printed after the activity summary.
           01 WS-PRIV-COUNT         PIC 9(4) VALUE 0.
           01 WS-PRIV-TABLE.
              05 WS-PV-LINE OCCURS 2000 TIMES PIC X(100).
           01 WS-OFF-COUNT          PIC 9(4) VALUE 0.
           01 WS-OFF-TABLE.
              05 WS-OF-LINE OCCURS 2000 TIMES PIC X(100).
           01 WS-SELF-COUNT         PIC 9(4) VALUE 0.
           01 WS-SELF-TABLE.
              05 WS-SF-LINE OCCURS 500 TIMES PIC X(100).
           01 WS-LINE-IDX           PIC 9(4).
           01 WS-ENTRY-COUNT        PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(100).
           01 WS-ACTION-LINE.
              05 WS-AL-DATE         PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-TIME         PIC 9(4).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-OPERATOR     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-CATEGORY     PIC X(12).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-FUNCTION     PIC X(16).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-PARMS        PIC X(40).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-AL-FLAG         PIC X(6).
           01 WS-SUMMARY-LINE.
              05 WS-SL-OPERATOR     PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-FUNCTION     PIC X(20).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-TALLY        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'OPERACT' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 1100-LOAD-SHIFTS THRU 1100-LOAD-SHIFTS-EXIT
           PERFORM 1200-LOAD-ADHOC THRU 1200-LOAD-ADHOC-EXIT
           PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
           PERFORM 4000-WRITE-SUMMARY THRU 4000-WRITE-SUMMARY-EXIT
           PERFORM 5000-WRITE-SECTIONS THRU 5000-WRITE-SECTIONS-EXIT
           PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8410-GET-PARM-DATE THRU 8410-GET-PARM-DATE-EXIT
           MOVE WS-PM-TODAY TO WS-TO-DATE
           MOVE 'OPERACT' TO WS-PM-PROGRAM-ID
           MOVE 'DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) > 0
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-DAYS
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - WS-DAYS + 1
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'OPERACRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATOR ACTIVITY AND PRIVILEGED ACTIONS  FROM '
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-SHIFTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SHIFT-ROSTER-FILE
           IF WS-SR-STATUS NOT = '00'
               GO TO 1100-LOAD-SHIFTS-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-SHIFT UNTIL WS-AT-EOF
           CLOSE SHIFT-ROSTER-FILE.
       1100-LOAD-SHIFTS-EXIT.
           EXIT.

       1150-LOAD-ONE-SHIFT.
           READ SHIFT-ROSTER-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF SR-SHIFT-START IS NUMERIC
                       AND SR-SHIFT-END IS NUMERIC
                       IF SR-OPERATOR-ID = '*'
                           MOVE SR-SHIFT-START TO WS-DEFAULT-START
                           MOVE SR-SHIFT-END TO WS-DEFAULT-END
                       ELSE
                           IF WS-SHIFT-COUNT < 200
                               ADD 1 TO WS-SHIFT-COUNT
                               SET SH-IDX TO WS-SHIFT-COUNT
                               MOVE SR-OPERATOR-ID
                                   TO WS-SH-OPERATOR(SH-IDX)
                               MOVE SR-SHIFT-START TO WS-SH-START(SH-IDX)
                               MOVE SR-SHIFT-END TO WS-SH-END(SH-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-ADHOC.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ADHOC-QUEUE-FILE
           IF WS-AH-STATUS NOT = '00'
               GO TO 1200-LOAD-ADHOC-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-ADHOC UNTIL WS-AT-EOF
           CLOSE ADHOC-QUEUE-FILE.
       1200-LOAD-ADHOC-EXIT.
           EXIT.

       1250-LOAD-ONE-ADHOC.
           READ ADHOC-QUEUE-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF AH-REQ-ID IS NUMERIC AND WS-ADHOC-COUNT < 2000
                       ADD 1 TO WS-ADHOC-COUNT
                       SET AD-IDX TO WS-ADHOC-COUNT
                       MOVE AH-REQ-ID TO WS-AD-REQ-ID(AD-IDX)
                       MOVE AH-OPERATOR TO WS-AD-OPERATOR(AD-IDX)
                   END-IF
           END-READ.

       2000-SCAN-JOURNAL.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPERATOR-JOURNAL-FILE
           IF WS-OP-STATUS NOT = '00'
               MOVE 'NO OPERATOR JOURNAL ON FILE' TO WS-REPORT-LINE
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 2000-SCAN-JOURNAL-EXIT
           END-IF
           PERFORM 2100-READ-ONE-ENTRY UNTIL WS-AT-EOF
           CLOSE OPERATOR-JOURNAL-FILE.
       2000-SCAN-JOURNAL-EXIT.
           EXIT.

       2100-READ-ONE-ENTRY.
           READ OPERATOR-JOURNAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF OJ-DATE IS NUMERIC
                       AND OJ-DATE NOT < WS-FROM-DATE
                       AND OJ-DATE NOT > WS-TO-DATE
                       PERFORM 3000-PROCESS-ENTRY THRU
                           3000-PROCESS-ENTRY-EXIT
                   END-IF
           END-READ.

       3000-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           PERFORM 3100-COUNT-ACTIVITY THRU 3100-COUNT-ACTIVITY-EXIT
           PERFORM 3200-CHECK-SHIFT THRU 3200-CHECK-SHIFT-EXIT
           PERFORM 3300-CLASSIFY THRU 3300-CLASSIFY-EXIT
           MOVE OJ-DATE TO WS-AL-DATE
           IF OJ-TIME IS NUMERIC
               MOVE OJ-TIME(1:4) TO WS-AL-TIME
           ELSE
               MOVE 0 TO WS-AL-TIME
           END-IF
           MOVE OJ-OPERATOR-ID TO WS-AL-OPERATOR
           MOVE WS-CATEGORY TO WS-AL-CATEGORY
           MOVE OJ-FUNCTION TO WS-AL-FUNCTION
           MOVE OJ-PARMS TO WS-AL-PARMS
           MOVE SPACES TO WS-AL-FLAG
           IF WS-OFF-SHIFT
               MOVE 'OFFSFT' TO WS-AL-FLAG
               IF WS-OFF-COUNT < 2000
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-ACTION-LINE TO WS-OF-LINE(WS-OFF-COUNT)
               END-IF
           END-IF
           IF WS-CATEGORY NOT = SPACES AND WS-PRIV-COUNT < 2000
               ADD 1 TO WS-PRIV-COUNT
               MOVE WS-ACTION-LINE TO WS-PV-LINE(WS-PRIV-COUNT)
           END-IF
           PERFORM 3400-CHECK-SELF-APPROVAL THRU
               3400-CHECK-SELF-APPROVAL-EXIT.
       3000-PROCESS-ENTRY-EXIT.
           EXIT.

       3100-COUNT-ACTIVITY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACT-COUNT OR WS-FOUND
               IF WS-AC-OPERATOR(AC-IDX) = OJ-OPERATOR-ID
                   AND WS-AC-FUNCTION(AC-IDX) = OJ-FUNCTION
                   ADD 1 TO WS-AC-TALLY(AC-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-ACT-COUNT < 1000
               ADD 1 TO WS-ACT-COUNT
               SET AC-IDX TO WS-ACT-COUNT
               MOVE OJ-OPERATOR-ID TO WS-AC-OPERATOR(AC-IDX)
               MOVE OJ-FUNCTION TO WS-AC-FUNCTION(AC-IDX)
               MOVE 1 TO WS-AC-TALLY(AC-IDX)
               MOVE 'N' TO WS-AC-PRINTED(AC-IDX)
           END-IF.
       3100-COUNT-ACTIVITY-EXIT.
           EXIT.

      *>   On shift when start <= HHMM < end; a shift crossing
      *>   midnight (end before start) is on when HHMM >= start or
      *>   HHMM < end.
       3200-CHECK-SHIFT.
           MOVE 'N' TO WS-OFF-SHIFT-SW
           IF OJ-TIME IS NOT NUMERIC
               GO TO 3200-CHECK-SHIFT-EXIT
           END-IF
           MOVE OJ-TIME(1:4) TO WS-ACTION-HHMM
           MOVE WS-DEFAULT-START TO WS-SHIFT-START
           MOVE WS-DEFAULT-END TO WS-SHIFT-END
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-SHIFT-COUNT
               IF WS-SH-OPERATOR(SH-IDX) = OJ-OPERATOR-ID
                   MOVE WS-SH-START(SH-IDX) TO WS-SHIFT-START
                   MOVE WS-SH-END(SH-IDX) TO WS-SHIFT-END
               END-IF
           END-PERFORM
           IF WS-SHIFT-START = WS-SHIFT-END
               GO TO 3200-CHECK-SHIFT-EXIT
           END-IF
           IF WS-SHIFT-START < WS-SHIFT-END
               IF WS-ACTION-HHMM < WS-SHIFT-START
                   OR WS-ACTION-HHMM NOT < WS-SHIFT-END
                   SET WS-OFF-SHIFT TO TRUE
               END-IF
           ELSE
               IF WS-ACTION-HHMM < WS-SHIFT-START
                   AND WS-ACTION-HHMM NOT < WS-SHIFT-END
                   SET WS-OFF-SHIFT TO TRUE
               END-IF
           END-IF.
       3200-CHECK-SHIFT-EXIT.
           EXIT.

      *>   Privileged categories.  A real sweep is launched by the
      *>   RUN or QUEUE ADHOC entry with DRY-RUN=N; a budget override
      *>   is the QUEUED entry carrying the new BUDGCTR figure; the
      *>   approval that executes either is listed as an approval.
       3300-CLASSIFY.
           MOVE SPACES TO WS-CATEGORY
           EVALUATE TRUE
               WHEN OJ-FUNCTION = 'LOCK OVERRIDE'
                   MOVE 'LOCK OVRD' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'QUEUED'
                   AND OJ-PARMS(1:8) IS NUMERIC
                   MOVE 'BUDGET OVRD' TO WS-CATEGORY
               WHEN OJ-FUNCTION(1:4) = 'RUN '
                   AND OJ-PARMS(1:9) = 'DRY-RUN=N'
                   MOVE 'REAL SWEEP' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'VAULT READ'
                   MOVE 'CRED REVEAL' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'VAULT DENIED'
                   MOVE 'CRED DENIED' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'APPROVE REQUEST'
               WHEN OJ-FUNCTION = 'APPROVE ADHOC'
                   MOVE 'APPROVAL' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'ADD OPERATOR'
               WHEN OJ-FUNCTION = 'CHANGE OPER LEVEL'
               WHEN OJ-FUNCTION = 'DISABLE OPERATOR'
               WHEN OJ-FUNCTION = 'ENABLE OPERATOR'
               WHEN OJ-FUNCTION = 'RESET PASSWORD'
                   MOVE 'OPER MAINT' TO WS-CATEGORY
               WHEN OJ-FUNCTION = 'LOCKED OUT'
                   MOVE 'LOCKOUT' TO WS-CATEGORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF OJ-FUNCTION = 'QUEUE ADHOC'
               AND WS-CATEGORY = SPACES
               PERFORM 3350-CHECK-ADHOC-DRY-RUN THRU
                   3350-CHECK-ADHOC-DRY-RUN-EXIT
           END-IF.
       3300-CLASSIFY-EXIT.
           EXIT.

      *>   QUEUE ADHOC parms are "program DRY-RUN=x" with the program
      *>   name of variable length.
       3350-CHECK-ADHOC-DRY-RUN.
           MOVE SPACES TO WS-PARM-REST
           UNSTRING OJ-PARMS DELIMITED BY ' '
               INTO WS-FIRST-WORD WS-PARM-REST
           END-UNSTRING
           IF WS-PARM-REST(1:9) = 'DRY-RUN=N'
               MOVE 'REAL SWEEP' TO WS-CATEGORY
           END-IF.
       3350-CHECK-ADHOC-DRY-RUN-EXIT.
           EXIT.

       3400-CHECK-SELF-APPROVAL.
           MOVE SPACES TO WS-REQUESTER
           EVALUATE OJ-FUNCTION
               WHEN 'APPROVE REQUEST'
                   MOVE SPACES TO WS-PARM-REST
                   UNSTRING OJ-PARMS DELIMITED BY ' BY '
                       INTO WS-PARM-REST WS-REQUESTER
                   END-UNSTRING
               WHEN 'APPROVE ADHOC'
                   IF OJ-PARMS(1:4) IS NUMERIC
                       MOVE OJ-PARMS(1:4) TO WS-ADHOC-ID
                       PERFORM VARYING AD-IDX FROM 1 BY 1
                               UNTIL AD-IDX > WS-ADHOC-COUNT
                           IF WS-AD-REQ-ID(AD-IDX) = WS-ADHOC-ID
                               MOVE WS-AD-OPERATOR(AD-IDX)
                                   TO WS-REQUESTER
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   GO TO 3400-CHECK-SELF-APPROVAL-EXIT
           END-EVALUATE
           IF WS-REQUESTER NOT = SPACES
               AND WS-REQUESTER = OJ-OPERATOR-ID
               AND WS-SELF-COUNT < 500
               ADD 1 TO WS-SELF-COUNT
               MOVE 'SELF' TO WS-AL-FLAG
               MOVE WS-ACTION-LINE TO WS-SF-LINE(WS-SELF-COUNT)
           END-IF.
       3400-CHECK-SELF-APPROVAL-EXIT.
           EXIT.

      *>   Activity summary: each operator in order of first
      *>   appearance, with every function they used.
       4000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- ACTIVITY BY OPERATOR AND FUNCTION --'
               TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ACT-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 4000-WRITE-SUMMARY-EXIT
           END-IF
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACT-COUNT
               IF WS-AC-PRINTED(AC-IDX) = 'N'
                   PERFORM VARYING AC-IDX2 FROM AC-IDX BY 1
                           UNTIL AC-IDX2 > WS-ACT-COUNT
                       IF WS-AC-OPERATOR(AC-IDX2)
                           = WS-AC-OPERATOR(AC-IDX)
                           MOVE WS-AC-OPERATOR(AC-IDX2)
                               TO WS-SL-OPERATOR
                           MOVE WS-AC-FUNCTION(AC-IDX2)
                               TO WS-SL-FUNCTION
                           MOVE WS-AC-TALLY(AC-IDX2) TO WS-SL-TALLY
                           WRITE ACTIVITY-REPORT-RECORD
                               FROM WS-SUMMARY-LINE
                           MOVE 'Y' TO WS-AC-PRINTED(AC-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       4000-WRITE-SUMMARY-EXIT.
           EXIT.

       5000-WRITE-SECTIONS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- PRIVILEGED ACTIONS --' TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5100-WRITE-COLUMN-HEAD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-PRIV-COUNT
               WRITE ACTIVITY-REPORT-RECORD
                   FROM WS-PV-LINE(WS-LINE-IDX)
           END-PERFORM
           IF WS-PRIV-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- ACTIONS OUTSIDE SHIFT HOURS --' TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5100-WRITE-COLUMN-HEAD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-OFF-COUNT
               WRITE ACTIVITY-REPORT-RECORD
                   FROM WS-OF-LINE(WS-LINE-IDX)
           END-PERFORM
           IF WS-OFF-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- APPROVED BY THEIR OWN REQUESTER --'
               TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5100-WRITE-COLUMN-HEAD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-SELF-COUNT
               WRITE ACTIVITY-REPORT-RECORD
                   FROM WS-SF-LINE(WS-LINE-IDX)
           END-PERFORM
           IF WS-SELF-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
       5000-WRITE-SECTIONS-EXIT.
           EXIT.

       5100-WRITE-COLUMN-HEAD.
           MOVE 'DATE     HHMM OPERATOR CATEGORY     FUNCTION         '
               & 'PARMS' TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE.

       9000-FINISH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOURNAL ENTRIES: ' DELIMITED BY SIZE
                  WS-ENTRY-COUNT DELIMITED BY SIZE
                  '  PRIVILEGED: ' DELIMITED BY SIZE
                  WS-PRIV-COUNT DELIMITED BY SIZE
                  '  OFF-SHIFT: ' DELIMITED BY SIZE
                  WS-OFF-COUNT DELIMITED BY SIZE
                  '  SELF-APPROVED: ' DELIMITED BY SIZE
                  WS-SELF-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE ACTIVITY-REPORT-FILE
           DISPLAY 'OPERACT: ENTRIES ' WS-ENTRY-COUNT
                   '  PRIVILEGED ' WS-PRIV-COUNT
                   '  OFF-SHIFT ' WS-OFF-COUNT
                   '  SELF-APPROVED ' WS-SELF-COUNT
           IF WS-OFF-COUNT > 0 OR WS-SELF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-FINISH-EXIT.
           EXIT.

       COPY PARMPA.
       COPY FILESTPA.
