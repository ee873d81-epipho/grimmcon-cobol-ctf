      *>               The morning operator starts from a document,
      *>               not from whatever the night operator
      *>               remembered to mention.
      *>   2026-10-15  Open alerts and SUSPFILE suspensions are followed
      *>               by their run-book entry; the run-book lines
      *>               NIGHTLY writes under a failed step are copied
      *>               through with the step log and are not counted as
      *>               steps.
      *>   2026-10-15  The checkpoint section also shows DUMBO's
      *>               credential-sweep position (DUMBOCKP) when a
      *>               stopped sweep has left one.
      *>   2026-10-15  The sweep checkpoint lines name the site each
      *>               MICKEY, PLUTO and DUMBO position was taken
      *>               against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           COPY ALRTFC.
           COPY RBOOKFC.
           SELECT MICKEY-CKPT-FILE ASSIGN TO "MICKYCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT PLUTO-CKPT-FILE ASSIGN TO "PLUTOCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT DUMBO-CKPT-FILE ASSIGN TO "DUMBOCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
       01  STEP-LOG-RECORD          PIC X(80).

       COPY ALRTFD.
       COPY RBOOKFD.

       FD  MICKEY-CKPT-FILE.
       01  MICKEY-CKPT-RECORD.
           05 MC-TARGET-IDX         PIC 9(4).
           05 MC-PHASE              PIC X(1).
           05 MC-NUM                PIC 9(5).
           05 MC-SITE-NAME          PIC X(8).

       FD  PLUTO-CKPT-FILE.
       01  PLUTO-CKPT-RECORD.
           05 PC-TARGET-IDX         PIC 9(4).
           05 PC-NUM                PIC 9(5).
           05 PC-SITE-NAME          PIC X(8).

       FD  DUMBO-CKPT-FILE.
       01  DUMBO-CKPT-RECORD.
           05 DC-USERID             PIC X(20).
           05 DC-CORR-ID            PIC 9(8).
           05 DC-SENT-COUNT         PIC 9(6).
           05 FILLER                PIC X(24).
           05 DC-DATE               PIC 9(8).
           05 DC-TIME               PIC 9(8).
           05 DC-SITE-NAME          PIC X(8).

       FD  SUSPENSION-FILE.
       01  SUSPENSION-RECORD        PIC X(70).
       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY ALRTWS.
           COPY RBOOKWS.
           COPY BUDGWS.
           01 WS-SL-STATUS          PIC X(2).
           01 WS-MC-STATUS          PIC X(2).
           01 WS-PC-STATUS          PIC X(2).
           01 WS-DC-STATUS          PIC X(2).
           01 WS-SU-STATUS          PIC X(2).
           01 WS-AJ-STATUS          PIC X(2).
           01 WS-HC-STATUS          PIC X(2).
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REPORT-LINE
                   IF STEP-LOG-RECORD(1:8) NOT = SPACES
                       AND (STEP-LOG-RECORD(53:6) = 'FAILED'
                       OR STEP-LOG-RECORD(53:14)
                           = 'BUDGET-STOPPED')
                       ADD 1 TO WS-BAD-STEP-COUNT
                       STRING '** ' DELIMITED BY SIZE
                              STEP-LOG-RECORD(1:80)
                           TO WS-REPORT-LINE(1:90)
                       WRITE HANDOVER-REPORT-RECORD
                           FROM WS-REPORT-LINE
                       MOVE AL-SOURCE TO WS-RB-PROGRAM-ID
                       MOVE AL-FAILURE-TYPE TO WS-RB-FAILURE-TYPE
                       PERFORM 3200-WRITE-RUNBOOK-LINES
                   END-IF
           END-READ.

      *>   The matching run-book entry is printed indented under
      *>   the alert or suspension it belongs to; the failed steps
      *>   above already carry theirs from NIGHTLOG.
       3200-WRITE-RUNBOOK-LINES.
           PERFORM 8670-LOOKUP-RUNBOOK THRU 8670-LOOKUP-RUNBOOK-EXIT
           IF WS-RB-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-RB-HEAD-LINE TO WS-REPORT-LINE(4:70)
               WRITE HANDOVER-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-STEP-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-RB-STEP-TEXT(WS-RB-IDX)
                       TO WS-REPORT-LINE(4:73)
                   WRITE HANDOVER-REPORT-RECORD FROM WS-REPORT-LINE
               END-PERFORM
           END-IF.

       4000-SECTION-CHECKPOINTS.
           MOVE '-- SWEEP CHECKPOINTS AND SUSPENSIONS --'
               TO WS-REPORT-LINE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'MICKEY ' DELIMITED BY SIZE
                              MC-SITE-NAME DELIMITED BY SPACE
                              ' AT TARGET ' DELIMITED BY SIZE
                              MC-TARGET-IDX DELIMITED BY SIZE
                              ' PHASE ' DELIMITED BY SIZE
                              MC-PHASE DELIMITED BY SIZE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'PLUTO ' DELIMITED BY SIZE
                              PC-SITE-NAME DELIMITED BY SPACE
                              ' AT TARGET ' DELIMITED BY SIZE
                              PC-TARGET-IDX DELIMITED BY SIZE
                              ' POSITION ' DELIMITED BY SIZE
                              PC-NUM DELIMITED BY SIZE
               END-READ
               CLOSE PLUTO-CKPT-FILE
           END-IF
           OPEN INPUT DUMBO-CKPT-FILE
           IF WS-DC-STATUS = '00'
               READ DUMBO-CKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'DUMBO ' DELIMITED BY SIZE
                              DC-SITE-NAME DELIMITED BY SPACE
                              ' AFTER ' DELIMITED BY SIZE
                              DC-USERID DELIMITED BY SPACE
                              ' SENT ' DELIMITED BY SIZE
                              DC-SENT-COUNT DELIMITED BY SIZE
                              ' CORR ' DELIMITED BY SIZE
                              DC-CORR-ID DELIMITED BY SIZE
                              ' AT ' DELIMITED BY SIZE
                              DC-DATE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              DC-TIME DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       END-STRING
                       WRITE HANDOVER-REPORT-RECORD
                           FROM WS-REPORT-LINE
               END-READ
               CLOSE DUMBO-CKPT-FILE
           END-IF
           MOVE SPACE TO WS-EOF-SW
           OPEN INPUT SUSPENSION-FILE
           IF WS-SU-STATUS = '00'
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE SUSPENSION-RECORD TO WS-REPORT-LINE(1:70)
                   WRITE HANDOVER-REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE SUSPENSION-RECORD(19:8) TO WS-RB-PROGRAM-ID
                   MOVE 'LOCKOUT' TO WS-RB-FAILURE-TYPE
                   PERFORM 3200-WRITE-RUNBOOK-LINES
           END-READ.

       5000-SECTION-BUDGET.
               CLOSE HANDOVER-CTL-FILE
           END-IF.

       COPY RBOOKPA.
       COPY FILESTPA.
