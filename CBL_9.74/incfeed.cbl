       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Service-desk incident feed.
      *>               Abends on ABENDJRN and failed nightly steps were
      *>               worked from the console and the morning reports,
      *>               with no ticket and no problem-management trail.
      *>               Each run:
      *>                 - applies the service desk's acknowledgment
      *>                   file (INCACK): the ticket number raised for
      *>                   each incident reference, and its closure
      *>                   code once the ticket is closed;
      *>                 - reads ABENDJRN and the FAILED and BUDGET-
      *>                   STOPPED step lines on NIGHTHST (the kept
      *>                   copy of every NIGHTLOG step line) written
      *>                   since the last run, as remembered on the
      *>                   INCFDCK control record;
      *>                 - folds repeats of the same program and file
      *>                   status within a night into one incident on
      *>                   the INCIDREG register (a night runs from
      *>                   noon to noon, so 23:50 and 00:10 are the
      *>                   same night); a failed step whose program
      *>                   abended that night is the abend's incident,
      *>                   not a second one;
      *>                 - writes one OPEN record per new incident to
      *>                   the outbound INCFEED spool for the desk;
      *>                 - lists on INCIDRP every incident the desk has
      *>                   not ticketed since an earlier run, and every
      *>                   ticket still open past its target (PARMFILE
      *>                   INCFEED/TARGET-DAYS, default 2 days after it
      *>                   was raised).  RC 4 when either list is not
      *>                   empty.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABEND-JOURNAL-FILE ASSIGN TO "ABENDJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "NIGHTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT OPTIONAL INCIDENT-REG-FILE ASSIGN TO "INCIDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
           SELECT OPTIONAL INCIDENT-FEED-FILE ASSIGN TO "INCFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IF-STATUS.
           SELECT OPTIONAL INCIDENT-ACK-FILE ASSIGN TO "INCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.
           SELECT OPTIONAL FEED-CTL-FILE ASSIGN TO "INCFDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCIDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  ABEND-JOURNAL-FILE.
       01  ABEND-JOURNAL-RECORD.
           05 AJ-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 AJ-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 AJ-PROGRAM-ID         PIC X(8).
           05 FILLER                PIC X.
           05 AJ-OPERATION          PIC X(10).
           05 FILLER                PIC X.
           05 AJ-FILE-NAME          PIC X(10).
           05 FILLER                PIC X.
           05 AJ-STATUS             PIC X(2).

      *>   NIGHTLY's step line; run-book lines under a failed step
      *>   carry a blank step name.
       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-RECORD.
           05 SH-STEP               PIC X(8).
           05 FILLER                PIC X.
           05 SH-START-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 SH-START              PIC X(8).
           05 FILLER                PIC X.
           05 SH-END-DATE           PIC X(8).
           05 SH-END-DATE-NUM REDEFINES SH-END-DATE PIC 9(8).
           05 FILLER                PIC X.
           05 SH-END                PIC X(8).
           05 SH-END-NUM REDEFINES SH-END PIC 9(8).
           05 FILLER                PIC X.
           05 SH-ELAPSED            PIC X(6).
           05 FILLER                PIC X.
           05 SH-STATUS             PIC X(17).
           05 FILLER                PIC X(11).

      *>   One incident: the night, kind (A abend, S failed step),
      *>   program, condition (file status, or the step status),
      *>   the first occurrence and how many repeats followed, the
      *>   date it went to the desk, and what the desk sent back --
      *>   ticket number, state (O open, C closed), closure code.
       FD  INCIDENT-REG-FILE.
       01  INCIDENT-REG-RECORD.
           05 IR-REF                PIC X(10).
           05 FILLER                PIC X.
           05 IR-NIGHT              PIC 9(8).
           05 FILLER                PIC X.
           05 IR-KIND               PIC X(1).
           05 FILLER                PIC X.
           05 IR-PROGRAM            PIC X(8).
           05 FILLER                PIC X.
           05 IR-CONDITION          PIC X(14).
           05 FILLER                PIC X.
           05 IR-FILE-NAME          PIC X(10).
           05 FILLER                PIC X.
           05 IR-FIRST-TIME         PIC 9(8).
           05 FILLER                PIC X.
           05 IR-REPEATS            PIC 9(4).
           05 FILLER                PIC X.
           05 IR-STEP-FAILED        PIC X(1).
           05 FILLER                PIC X.
           05 IR-RAISED-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 IR-TICKET             PIC X(12).
           05 FILLER                PIC X.
           05 IR-TICKET-STATE       PIC X(1).
           05 FILLER                PIC X.
           05 IR-CLOSE-CODE         PIC X(8).
           05 FILLER                PIC X.
           05 IR-ACK-DATE           PIC 9(8).

      *>   The desk's inbound incident layout.
       FD  INCIDENT-FEED-FILE.
       01  INCIDENT-FEED-RECORD.
           05 FD-ACTION             PIC X(4).
           05 FILLER                PIC X.
           05 FD-REF                PIC X(10).
           05 FILLER                PIC X.
           05 FD-CATEGORY           PIC X(8).
           05 FILLER                PIC X.
           05 FD-PRIORITY           PIC 9(1).
           05 FILLER                PIC X.
           05 FD-CI                 PIC X(8).
           05 FILLER                PIC X.
           05 FD-NIGHT              PIC 9(8).
           05 FILLER                PIC X.
           05 FD-SUMMARY            PIC X(60).
           05 FILLER                PIC X.
           05 FD-DETAIL             PIC X(60).

      *>   Returned by the desk: our reference, its ticket number,
      *>   O (open) or C (closed) with the closure code, and the date.
       FD  INCIDENT-ACK-FILE.
       01  INCIDENT-ACK-RECORD.
           05 AK-REF                PIC X(10).
           05 FILLER                PIC X.
           05 AK-TICKET             PIC X(12).
           05 FILLER                PIC X.
           05 AK-STATE              PIC X(1).
           05 FILLER                PIC X.
           05 AK-CLOSE-CODE         PIC X(8).
           05 FILLER                PIC X.
           05 AK-DATE               PIC 9(8).

       FD  FEED-CTL-FILE.
       01  FEED-CTL-RECORD.
           05 CK-AJ-DATE            PIC 9(8).
           05 FILLER                PIC X.
           05 CK-AJ-TIME            PIC 9(8).
           05 FILLER                PIC X.
           05 CK-SH-DATE            PIC 9(8).
           05 FILLER                PIC X.
           05 CK-SH-TIME            PIC 9(8).

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD   PIC X(132).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           01 WS-AJ-STATUS          PIC X(2).
           01 WS-SH-STATUS          PIC X(2).
           01 WS-IR-STATUS          PIC X(2).
           01 WS-IF-STATUS          PIC X(2).
           01 WS-AK-STATUS          PIC X(2).
           01 WS-CK-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-TODAY              PIC 9(8).
           01 WS-TODAY-INT          PIC 9(8).
           01 WS-TARGET-DAYS        PIC 9(3) VALUE 2.
           01 WS-LAST-AJ-DATE       PIC 9(8) VALUE 0.
           01 WS-LAST-AJ-TIME       PIC 9(8) VALUE 0.
           01 WS-LAST-SH-DATE       PIC 9(8) VALUE 0.
           01 WS-LAST-SH-TIME       PIC 9(8) VALUE 0.
           01 WS-NEW-AJ-DATE        PIC 9(8) VALUE 0.
           01 WS-NEW-AJ-TIME        PIC 9(8) VALUE 0.
           01 WS-NEW-SH-DATE        PIC 9(8) VALUE 0.
           01 WS-NEW-SH-TIME        PIC 9(8) VALUE 0.

      *>   The failure being folded in.
           01 WS-F-DATE             PIC 9(8).
           01 WS-F-TIME             PIC 9(8).
           01 WS-F-NIGHT            PIC 9(8).
           01 WS-F-KIND             PIC X(1).
           01 WS-F-PROGRAM          PIC X(8).
           01 WS-F-CONDITION        PIC X(14).
           01 WS-F-FILE-NAME        PIC X(10).
           01 WS-F-OPERATION        PIC X(10).
           01 WS-HIT-IX             PIC 9(4).

           01 WS-IR-COUNT           PIC 9(4) VALUE 0.
           01 WS-IR-MAX             PIC 9(4) VALUE 3000.
           01 WS-LAST-REF-NUM       PIC 9(7) VALUE 0.
           01 WS-REF-WORK.
              05 WS-REF-PREFIX      PIC X(3).
              05 WS-REF-NUM         PIC 9(7).
           01 WS-IR-TABLE.
              05 WS-IR-ENTRY OCCURS 3000 TIMES INDEXED BY IR-IDX.
                 10 WS-IR-REF          PIC X(10).
                 10 FILLER             PIC X.
                 10 WS-IR-NIGHT        PIC 9(8).
                 10 FILLER             PIC X.
                 10 WS-IR-KIND         PIC X(1).
                 10 FILLER             PIC X.
                 10 WS-IR-PROGRAM      PIC X(8).
                 10 FILLER             PIC X.
                 10 WS-IR-CONDITION    PIC X(14).
                 10 FILLER             PIC X.
                 10 WS-IR-FILE-NAME    PIC X(10).
                 10 FILLER             PIC X.
                 10 WS-IR-FIRST-TIME   PIC 9(8).
                 10 FILLER             PIC X.
                 10 WS-IR-REPEATS      PIC 9(4).
                 10 FILLER             PIC X.
                 10 WS-IR-STEP-FAILED  PIC X(1).
                 10 FILLER             PIC X.
                 10 WS-IR-RAISED-DATE  PIC 9(8).
                 10 FILLER             PIC X.
                 10 WS-IR-TICKET       PIC X(12).
                 10 FILLER             PIC X.
                 10 WS-IR-TICKET-STATE PIC X(1).
                 10 FILLER             PIC X.
                 10 WS-IR-CLOSE-CODE   PIC X(8).
                 10 FILLER             PIC X.
                 10 WS-IR-ACK-DATE     PIC 9(8).
           01 WS-REG-FULL-SW        PIC X VALUE 'N'.
              88 WS-REG-FULL        VALUE 'Y'.

           01 WS-RAISED-COUNT       PIC 9(5) VALUE 0.
           01 WS-REPEAT-COUNT       PIC 9(5) VALUE 0.
           01 WS-ACK-COUNT          PIC 9(5) VALUE 0.
           01 WS-ACK-UNKNOWN        PIC 9(5) VALUE 0.
           01 WS-NO-TICKET-COUNT    PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
           01 WS-AGE-DAYS           PIC 9(5).
           01 WS-ED-COUNT           PIC ZZZZ9.
           01 WS-ED-AGE             PIC ZZZZ9.
           01 WS-REPORT-LINE        PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'INCFEED' TO WS-FS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 1000-GET-PARMS
           PERFORM 1100-READ-CONTROL
           PERFORM 1200-LOAD-REGISTER
           PERFORM 2000-APPLY-ACKS
           PERFORM 3000-SCAN-ABENDS
           PERFORM 3500-SCAN-STEPS
           PERFORM 4000-WRITE-FEED
           PERFORM 5000-REWRITE-REGISTER
           PERFORM 5100-WRITE-CONTROL
           PERFORM 6000-WRITE-REPORT
           DISPLAY 'INCFEED: RAISED ' WS-RAISED-COUNT
                   '  REPEATS ' WS-REPEAT-COUNT
                   '  ACKS ' WS-ACK-COUNT
                   '  UNTICKETED ' WS-NO-TICKET-COUNT
                   '  OVERDUE ' WS-OVERDUE-COUNT
           IF WS-NO-TICKET-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               OR WS-REG-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-GET-PARMS.
           MOVE 'INCFEED' TO WS-PM-PROGRAM-ID
           MOVE 'TARGET-DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-TARGET-DAYS
           END-IF.

       1100-READ-CONTROL.
           OPEN INPUT FEED-CTL-FILE
           IF WS-CK-STATUS = '00'
               READ FEED-CTL-FILE
                   NOT AT END
                       IF CK-AJ-DATE IS NUMERIC
                           AND CK-SH-DATE IS NUMERIC
                           MOVE CK-AJ-DATE TO WS-LAST-AJ-DATE
                           MOVE CK-AJ-TIME TO WS-LAST-AJ-TIME
                           MOVE CK-SH-DATE TO WS-LAST-SH-DATE
                           MOVE CK-SH-TIME TO WS-LAST-SH-TIME
                       END-IF
               END-READ
               CLOSE FEED-CTL-FILE
           END-IF
           MOVE WS-LAST-AJ-DATE TO WS-NEW-AJ-DATE
           MOVE WS-LAST-AJ-TIME TO WS-NEW-AJ-TIME
           MOVE WS-LAST-SH-DATE TO WS-NEW-SH-DATE
           MOVE WS-LAST-SH-TIME TO WS-NEW-SH-TIME.

       1200-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-REG-FILE
           IF WS-IR-STATUS = '00'
               PERFORM 1210-LOAD-ONE-INCIDENT UNTIL END-OF-INPUT
               CLOSE INCIDENT-REG-FILE
           END-IF.

       1210-LOAD-ONE-INCIDENT.
           READ INCIDENT-REG-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-IR-COUNT < WS-IR-MAX
                       ADD 1 TO WS-IR-COUNT
                       SET IR-IDX TO WS-IR-COUNT
                       MOVE INCIDENT-REG-RECORD TO WS-IR-ENTRY(IR-IDX)
                       MOVE IR-REF TO WS-REF-WORK
                       IF WS-REF-NUM IS NUMERIC
                           AND WS-REF-NUM > WS-LAST-REF-NUM
                           MOVE WS-REF-NUM TO WS-LAST-REF-NUM
                       END-IF
                   ELSE
                       SET WS-REG-FULL TO TRUE
                   END-IF
           END-READ.

      *>   The desk's file is cumulative; applying it again changes
      *>   nothing that has not changed.
       2000-APPLY-ACKS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-ACK-FILE
           IF WS-AK-STATUS = '00'
               PERFORM 2100-APPLY-ONE-ACK UNTIL END-OF-INPUT
               CLOSE INCIDENT-ACK-FILE
           END-IF
           IF WS-ACK-UNKNOWN > 0
               DISPLAY 'INCFEED: ' WS-ACK-UNKNOWN
                       ' ACKNOWLEDGMENTS FOR UNKNOWN REFERENCES IGNORED'
           END-IF.

       2100-APPLY-ONE-ACK.
           READ INCIDENT-ACK-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AK-REF NOT = SPACES
                       MOVE 0 TO WS-HIT-IX
                       PERFORM VARYING IR-IDX FROM 1 BY 1
                               UNTIL IR-IDX > WS-IR-COUNT
                                  OR WS-HIT-IX > 0
                           IF WS-IR-REF(IR-IDX) = AK-REF
                               SET WS-HIT-IX TO IR-IDX
                           END-IF
                       END-PERFORM
                       IF WS-HIT-IX = 0
                           ADD 1 TO WS-ACK-UNKNOWN
                       ELSE
                           PERFORM 2200-POST-ACK
                       END-IF
                   END-IF
           END-READ.

       2200-POST-ACK.
           IF WS-IR-TICKET(WS-HIT-IX) NOT = AK-TICKET
               OR WS-IR-TICKET-STATE(WS-HIT-IX) NOT = AK-STATE
               OR WS-IR-CLOSE-CODE(WS-HIT-IX) NOT = AK-CLOSE-CODE
               MOVE AK-TICKET TO WS-IR-TICKET(WS-HIT-IX)
               IF AK-STATE = 'C'
                   MOVE 'C' TO WS-IR-TICKET-STATE(WS-HIT-IX)
               ELSE
                   MOVE 'O' TO WS-IR-TICKET-STATE(WS-HIT-IX)
               END-IF
               MOVE AK-CLOSE-CODE TO WS-IR-CLOSE-CODE(WS-HIT-IX)
               IF AK-DATE IS NUMERIC
                   MOVE AK-DATE TO WS-IR-ACK-DATE(WS-HIT-IX)
               ELSE
                   MOVE WS-TODAY TO WS-IR-ACK-DATE(WS-HIT-IX)
               END-IF
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       3000-SCAN-ABENDS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ABEND-JOURNAL-FILE
           IF WS-AJ-STATUS = '00'
               PERFORM 3100-SCAN-ONE-ABEND UNTIL END-OF-INPUT
               CLOSE ABEND-JOURNAL-FILE
           END-IF.

       3100-SCAN-ONE-ABEND.
           READ ABEND-JOURNAL-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AJ-DATE IS NUMERIC AND AJ-TIME IS NUMERIC
                       AND (AJ-DATE > WS-LAST-AJ-DATE
                            OR (AJ-DATE = WS-LAST-AJ-DATE
                                AND AJ-TIME > WS-LAST-AJ-TIME))
                       MOVE AJ-DATE TO WS-F-DATE
                       MOVE AJ-TIME TO WS-F-TIME
                       MOVE 'A' TO WS-F-KIND
                       MOVE AJ-PROGRAM-ID TO WS-F-PROGRAM
                       MOVE AJ-STATUS TO WS-F-CONDITION
                       MOVE AJ-FILE-NAME TO WS-F-FILE-NAME
                       MOVE AJ-OPERATION TO WS-F-OPERATION
                       PERFORM 3800-FOLD-FAILURE
                       IF AJ-DATE > WS-NEW-AJ-DATE
                           OR (AJ-DATE = WS-NEW-AJ-DATE
                               AND AJ-TIME > WS-NEW-AJ-TIME)
                           MOVE AJ-DATE TO WS-NEW-AJ-DATE
                           MOVE AJ-TIME TO WS-NEW-AJ-TIME
                       END-IF
                   END-IF
           END-READ.

       3500-SCAN-STEPS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STEP-HISTORY-FILE
           IF WS-SH-STATUS = '00'
               PERFORM 3600-SCAN-ONE-STEP UNTIL END-OF-INPUT
               CLOSE STEP-HISTORY-FILE
           END-IF.

       3600-SCAN-ONE-STEP.
           READ STEP-HISTORY-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SH-STEP NOT = SPACES
                       AND (SH-STATUS = 'FAILED'
                            OR SH-STATUS = 'BUDGET-STOPPED')
                       AND SH-END-DATE-NUM IS NUMERIC
                       AND SH-END-NUM IS NUMERIC
                       AND (SH-END-DATE-NUM > WS-LAST-SH-DATE
                            OR (SH-END-DATE-NUM = WS-LAST-SH-DATE
                                AND SH-END-NUM > WS-LAST-SH-TIME))
                       MOVE SH-END-DATE-NUM TO WS-F-DATE
                       MOVE SH-END-NUM TO WS-F-TIME
                       MOVE 'S' TO WS-F-KIND
                       MOVE SH-STEP TO WS-F-PROGRAM
                       MOVE SH-STATUS TO WS-F-CONDITION
                       MOVE SPACES TO WS-F-FILE-NAME WS-F-OPERATION
                       PERFORM 3800-FOLD-FAILURE
                       IF SH-END-DATE-NUM > WS-NEW-SH-DATE
                           OR (SH-END-DATE-NUM = WS-NEW-SH-DATE
                               AND SH-END-NUM > WS-NEW-SH-TIME)
                           MOVE SH-END-DATE-NUM TO WS-NEW-SH-DATE
                           MOVE SH-END-NUM TO WS-NEW-SH-TIME
                       END-IF
                   END-IF
           END-READ.

      *>   A night runs noon to noon: anything before midday belongs
      *>   to the previous day's night.
       3800-FOLD-FAILURE.
           IF WS-F-TIME < 12000000
               COMPUTE WS-F-NIGHT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-F-DATE) - 1)
           ELSE
               MOVE WS-F-DATE TO WS-F-NIGHT
           END-IF
           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING IR-IDX FROM 1 BY 1
                   UNTIL IR-IDX > WS-IR-COUNT OR WS-HIT-IX > 0
               IF WS-IR-NIGHT(IR-IDX) = WS-F-NIGHT
                   AND WS-IR-PROGRAM(IR-IDX) = WS-F-PROGRAM
                   IF (WS-IR-KIND(IR-IDX) = WS-F-KIND
                       AND WS-IR-CONDITION(IR-IDX) = WS-F-CONDITION)
                       OR (WS-F-KIND = 'S'
                           AND WS-IR-KIND(IR-IDX) = 'A')
                       SET WS-HIT-IX TO IR-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-IX > 0
               IF WS-F-KIND = 'S' AND WS-IR-KIND(WS-HIT-IX) = 'A'
                   MOVE 'Y' TO WS-IR-STEP-FAILED(WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-IR-REPEATS(WS-HIT-IX)
                   ADD 1 TO WS-REPEAT-COUNT
               END-IF
           ELSE
               PERFORM 3900-NEW-INCIDENT
           END-IF.

       3900-NEW-INCIDENT.
           IF WS-IR-COUNT NOT < WS-IR-MAX
               SET WS-REG-FULL TO TRUE
               DISPLAY 'INCFEED: INCIDENT REGISTER FULL -- '
                       WS-F-PROGRAM ' ' WS-F-CONDITION ' NOT RAISED'
           ELSE
               ADD 1 TO WS-IR-COUNT
               SET IR-IDX TO WS-IR-COUNT
               MOVE SPACES TO WS-IR-ENTRY(IR-IDX)
               ADD 1 TO WS-LAST-REF-NUM
               MOVE 'INC' TO WS-REF-PREFIX
               MOVE WS-LAST-REF-NUM TO WS-REF-NUM
               MOVE WS-REF-WORK TO WS-IR-REF(IR-IDX)
               MOVE WS-F-NIGHT TO WS-IR-NIGHT(IR-IDX)
               MOVE WS-F-KIND TO WS-IR-KIND(IR-IDX)
               MOVE WS-F-PROGRAM TO WS-IR-PROGRAM(IR-IDX)
               MOVE WS-F-CONDITION TO WS-IR-CONDITION(IR-IDX)
               MOVE WS-F-FILE-NAME TO WS-IR-FILE-NAME(IR-IDX)
               MOVE WS-F-TIME TO WS-IR-FIRST-TIME(IR-IDX)
               MOVE 0 TO WS-IR-REPEATS(IR-IDX)
                         WS-IR-RAISED-DATE(IR-IDX)
                         WS-IR-ACK-DATE(IR-IDX)
               MOVE 'N' TO WS-IR-STEP-FAILED(IR-IDX)
               IF WS-F-KIND = 'S'
                   MOVE 'Y' TO WS-IR-STEP-FAILED(IR-IDX)
               END-IF
           END-IF.

      *>   Written after both scans so the repeats of the night are
      *>   in the ticket's detail.
       4000-WRITE-FEED.
           OPEN EXTEND INCIDENT-FEED-FILE
           IF WS-IF-STATUS NOT = '00' AND WS-IF-STATUS NOT = '05'
               DISPLAY 'INCFEED: INCFEED NOT WRITABLE, STATUS '
                       WS-IF-STATUS ' -- NOTHING SENT TO THE DESK'
           ELSE
               PERFORM 4100-FEED-ONE-INCIDENT
                   VARYING IR-IDX FROM 1 BY 1
                   UNTIL IR-IDX > WS-IR-COUNT
               CLOSE INCIDENT-FEED-FILE
           END-IF.

       4100-FEED-ONE-INCIDENT.
           IF WS-IR-RAISED-DATE(IR-IDX) = 0
               MOVE SPACES TO INCIDENT-FEED-RECORD
               MOVE 'OPEN' TO FD-ACTION
               MOVE WS-IR-REF(IR-IDX) TO FD-REF
               MOVE WS-IR-PROGRAM(IR-IDX) TO FD-CI
               MOVE WS-IR-NIGHT(IR-IDX) TO FD-NIGHT
               IF WS-IR-KIND(IR-IDX) = 'A'
                   MOVE 'ABEND' TO FD-CATEGORY
                   MOVE 2 TO FD-PRIORITY
                   STRING WS-IR-PROGRAM(IR-IDX) DELIMITED BY SPACE
                          ' ABENDED ON FILE ' DELIMITED BY SIZE
                          WS-IR-FILE-NAME(IR-IDX) DELIMITED BY SPACE
                          ' STATUS ' DELIMITED BY SIZE
                          WS-IR-CONDITION(IR-IDX) DELIMITED BY SPACE
                          INTO FD-SUMMARY
                   END-STRING
               ELSE
                   MOVE 'STEPFAIL' TO FD-CATEGORY
                   IF WS-IR-CONDITION(IR-IDX) = 'BUDGET-STOPPED'
                       MOVE 4 TO FD-PRIORITY
                   ELSE
                       MOVE 3 TO FD-PRIORITY
                   END-IF
                   STRING 'NIGHTLY STEP ' DELIMITED BY SIZE
                          WS-IR-PROGRAM(IR-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-IR-CONDITION(IR-IDX) DELIMITED BY SPACE
                          INTO FD-SUMMARY
                   END-STRING
               END-IF
               MOVE WS-IR-REPEATS(IR-IDX) TO WS-ED-COUNT
               STRING 'FIRST AT ' DELIMITED BY SIZE
                      WS-IR-FIRST-TIME(IR-IDX) DELIMITED BY SIZE
                      ' REPEATS ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      ' STEP FAILED ' DELIMITED BY SIZE
                      WS-IR-STEP-FAILED(IR-IDX) DELIMITED BY SIZE
                      INTO FD-DETAIL
               END-STRING
               WRITE INCIDENT-FEED-RECORD
               MOVE WS-TODAY TO WS-IR-RAISED-DATE(IR-IDX)
               ADD 1 TO WS-RAISED-COUNT
           END-IF.

       5000-REWRITE-REGISTER.
           OPEN OUTPUT INCIDENT-REG-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'INCIDREG' TO WS-FS-FILE-NAME
           MOVE WS-IR-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 5010-WRITE-ONE-INCIDENT
               VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > WS-IR-COUNT
           CLOSE INCIDENT-REG-FILE.

       5010-WRITE-ONE-INCIDENT.
           WRITE INCIDENT-REG-RECORD FROM WS-IR-ENTRY(IR-IDX).

      *>   Moved on only after the register holds what was read.
       5100-WRITE-CONTROL.
           OPEN OUTPUT FEED-CTL-FILE
           IF WS-CK-STATUS = '00'
               MOVE SPACES TO FEED-CTL-RECORD
               MOVE WS-NEW-AJ-DATE TO CK-AJ-DATE
               MOVE WS-NEW-AJ-TIME TO CK-AJ-TIME
               MOVE WS-NEW-SH-DATE TO CK-SH-DATE
               MOVE WS-NEW-SH-TIME TO CK-SH-TIME
               WRITE FEED-CTL-RECORD
               CLOSE FEED-CTL-FILE
           ELSE
               DISPLAY 'INCFEED: INCFDCK NOT WRITABLE, STATUS '
                       WS-CK-STATUS
           END-IF.

       6000-WRITE-REPORT.
           OPEN OUTPUT INCIDENT-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'INCIDRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SERVICE-DESK INCIDENT FOLLOW-UP  ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RAISED-COUNT TO WS-ED-COUNT
           STRING 'RAISED THIS RUN: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPEAT-COUNT TO WS-ED-COUNT
           STRING '  REPEATS FOLDED: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE(24:)
           END-STRING
           MOVE WS-ACK-COUNT TO WS-ED-COUNT
           STRING '  ACKNOWLEDGMENTS APPLIED: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE(47:)
           END-STRING
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- FAILURES WITH NO TICKET FROM THE DESK --'
               TO WS-REPORT-LINE
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 6900-WRITE-HEADINGS
           PERFORM 6100-CHECK-NO-TICKET
               VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > WS-IR-COUNT
           IF WS-NO-TICKET-COUNT = 0
               MOVE '   NONE' TO WS-REPORT-LINE
               WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TARGET-DAYS TO WS-ED-AGE
           STRING '-- TICKETS OPEN PAST TARGET (' DELIMITED BY SIZE
                  WS-ED-AGE DELIMITED BY SIZE
                  ' DAYS) --' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 6900-WRITE-HEADINGS
           PERFORM 6200-CHECK-OVERDUE
               VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > WS-IR-COUNT
           IF WS-OVERDUE-COUNT = 0
               MOVE '   NONE' TO WS-REPORT-LINE
               WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE INCIDENT-REPORT-FILE.

      *>   An incident raised today has not had a chance to come back.
       6100-CHECK-NO-TICKET.
           IF WS-IR-TICKET(IR-IDX) = SPACES
               AND WS-IR-RAISED-DATE(IR-IDX) > 0
               AND WS-IR-RAISED-DATE(IR-IDX) < WS-TODAY
               ADD 1 TO WS-NO-TICKET-COUNT
               PERFORM 6800-WRITE-INCIDENT-LINE
           END-IF.

       6200-CHECK-OVERDUE.
           IF WS-IR-TICKET(IR-IDX) NOT = SPACES
               AND WS-IR-TICKET-STATE(IR-IDX) NOT = 'C'
               AND WS-IR-RAISED-DATE(IR-IDX) > 0
               AND WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                   WS-IR-RAISED-DATE(IR-IDX)) > WS-TARGET-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM 6800-WRITE-INCIDENT-LINE
           END-IF.

       6800-WRITE-INCIDENT-LINE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-IR-RAISED-DATE(IR-IDX))
           MOVE WS-AGE-DAYS TO WS-ED-AGE
           MOVE WS-IR-REPEATS(IR-IDX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-IR-REF(IR-IDX) TO WS-REPORT-LINE(4:)
           MOVE WS-IR-NIGHT(IR-IDX) TO WS-REPORT-LINE(16:)
           MOVE WS-IR-KIND(IR-IDX) TO WS-REPORT-LINE(26:)
           MOVE WS-IR-PROGRAM(IR-IDX) TO WS-REPORT-LINE(29:)
           MOVE WS-IR-CONDITION(IR-IDX) TO WS-REPORT-LINE(39:)
           MOVE WS-IR-FILE-NAME(IR-IDX) TO WS-REPORT-LINE(55:)
           MOVE WS-ED-COUNT TO WS-REPORT-LINE(67:)
           MOVE WS-IR-RAISED-DATE(IR-IDX) TO WS-REPORT-LINE(74:)
           MOVE WS-ED-AGE TO WS-REPORT-LINE(84:)
           MOVE WS-IR-TICKET(IR-IDX) TO WS-REPORT-LINE(91:)
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.

       6900-WRITE-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'REFERENCE' TO WS-REPORT-LINE(4:)
           MOVE 'NIGHT' TO WS-REPORT-LINE(16:)
           MOVE 'K' TO WS-REPORT-LINE(26:)
           MOVE 'PROGRAM' TO WS-REPORT-LINE(29:)
           MOVE 'CONDITION' TO WS-REPORT-LINE(39:)
           MOVE 'FILE' TO WS-REPORT-LINE(55:)
           MOVE 'REPEAT' TO WS-REPORT-LINE(66:)
           MOVE 'RAISED' TO WS-REPORT-LINE(74:)
           MOVE 'DAYS' TO WS-REPORT-LINE(85:)
           MOVE 'TICKET' TO WS-REPORT-LINE(91:)
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY PARMPA.
       COPY FILESTPA.
