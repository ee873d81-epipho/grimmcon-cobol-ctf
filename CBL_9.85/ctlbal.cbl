       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  End-of-night control-totals
      *>               balancing.  NIGHTLY only knows that a step
      *>               returned, not that its data flowed through: the
      *>               counting steps (TGTCHECK, DUMBO, MICKEY, PLUTO)
      *>               now post input, output, and reject counts to
      *>               CTLTOTAL, and this job balances the business
      *>               date's postings against the rules on BALTABLE.
      *>               Each rule names two counts -- program, stream
      *>               (blank sums every stream the program posted),
      *>               and I input / O output / R reject / T output
      *>               plus reject -- and how they must compare (EQ,
      *>               GE, LE).  The latest posting for a program and
      *>               stream wins, so a rerun step is balanced on its
      *>               rerun.  Every rule is listed on CTLBALRP as IN
      *>               BALANCE, OUT OF BALANCE, or NOT POSTED (a side
      *>               with no posting -- the step was not scheduled
      *>               tonight, skipped for a maintenance window, or
      *>               ran as a dry run); each out-of-balance pair is
      *>               raised on the central alert queue (failure type
      *>               BALANCE) and ends the step with RC 4.  Runs as
      *>               the last calendar job of the night.
      *>   2026-10-15  An alert matching a suppression in force on
      *>               SUPPREG is queued as status S and never listed,
      *>               escalated, or paged (shared ALRTPA).
      *>   2026-10-15  The posting store is performed through its exit,
      *>               so a full posting table no longer runs on past
      *>               it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-RULE-FILE ASSIGN TO "BALTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "CTLBALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY CTOTFC.
           COPY ALRTFC.
           COPY SUPRFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
      *>   One balancing rule: the FROM count compared to the TO
      *>   count.  A line starting with an asterisk is a comment.
       FD  BALANCE-RULE-FILE.
       01  BALANCE-RULE-RECORD.
           05 BR-FROM-PROGRAM        PIC X(8).
           05 FILLER                 PIC X.
           05 BR-FROM-STREAM         PIC X(8).
           05 FILLER                 PIC X.
           05 BR-FROM-COUNT          PIC X(1).
           05 FILLER                 PIC X.
           05 BR-OPERATOR            PIC X(2).
           05 FILLER                 PIC X.
           05 BR-TO-PROGRAM          PIC X(8).
           05 FILLER                 PIC X.
           05 BR-TO-STREAM           PIC X(8).
           05 FILLER                 PIC X.
           05 BR-TO-COUNT            PIC X(1).
           05 FILLER                 PIC X.
           05 BR-DESCRIPTION         PIC X(30).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD    PIC X(132).

       COPY CTOTFD.
       COPY ALRTFD.
       COPY SUPRFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY CTOTWS.
           COPY ALRTWS.
           COPY SUPRWS.
           COPY BIZDTWS.
           01 WS-BR-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.

      *>   The business date's postings, one entry per program and
      *>   stream (a later posting replaces an earlier one).
           01 WS-PT-COUNT           PIC 9(4) VALUE 0.
           01 WS-PT-DROPPED         PIC 9(4) VALUE 0.
           01 WS-PT-TABLE.
              05 WS-PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
                 10 WS-PT-PROGRAM      PIC X(8).
                 10 WS-PT-STREAM       PIC X(8).
                 10 WS-PT-INPUT        PIC 9(9).
                 10 WS-PT-OUTPUT       PIC 9(9).
                 10 WS-PT-REJECT       PIC 9(9).
           01 WS-PT-FOUND-SW        PIC X.
              88 WS-PT-FOUND        VALUE 'Y'.

      *>   One side of the rule being checked.
           01 WS-SD-PROGRAM         PIC X(8).
           01 WS-SD-STREAM          PIC X(8).
           01 WS-SD-COUNT-CODE      PIC X(1).
           01 WS-SD-VALUE           PIC 9(10).
           01 WS-SD-POSTED-SW       PIC X.
              88 WS-SD-POSTED       VALUE 'Y'.
           01 WS-FROM-VALUE         PIC 9(10).
           01 WS-TO-VALUE           PIC 9(10).
           01 WS-FROM-POSTED-SW     PIC X.
           01 WS-TO-POSTED-SW       PIC X.
           01 WS-BALANCED-SW        PIC X.
              88 WS-BALANCED        VALUE 'Y'.

           01 WS-RULE-COUNT         PIC 9(4) VALUE 0.
           01 WS-IN-BALANCE         PIC 9(4) VALUE 0.
           01 WS-OUT-OF-BALANCE     PIC 9(4) VALUE 0.
           01 WS-NOT-POSTED         PIC 9(4) VALUE 0.
           01 WS-BAD-RULES          PIC 9(4) VALUE 0.
           01 WS-ALERTS-RAISED      PIC 9(4) VALUE 0.

           01 WS-ED-COUNT           PIC Z(9)9.
           01 WS-TRIM-FROM          PIC X(10).
           01 WS-TRIM-TO            PIC X(10).
           01 WS-LEAD               PIC 9(2).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-RULE-HEADING.
              05 FILLER             PIC X(20) VALUE 'FROM'.
              05 FILLER             PIC X(11) VALUE '     COUNT'.
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 FILLER             PIC X(20) VALUE 'TO'.
              05 FILLER             PIC X(11) VALUE '     COUNT'.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 FILLER             PIC X(15) VALUE 'RESULT'.
              05 FILLER             PIC X(11) VALUE 'RULE'.
           01 WS-RULE-DETAIL.
              05 WS-RD-FROM-PROGRAM PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-FROM-STREAM  PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-FROM-CODE    PIC X(1).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-FROM-VALUE   PIC X(10).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-OPERATOR     PIC X(2).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-TO-PROGRAM   PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-TO-STREAM    PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-TO-CODE      PIC X(1).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-TO-VALUE     PIC X(10).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-RD-RESULT       PIC X(14).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RD-DESCRIPTION  PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CTLBAL' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-POSTINGS THRU 1000-LOAD-POSTINGS-EXIT
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CTLBALRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONTROL-TOTALS BALANCING FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  ' -- ' DELIMITED BY SIZE
                  WS-PT-COUNT DELIMITED BY SIZE
                  ' POSTING(S)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-PT-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** POSTING TABLE FULL, ' DELIMITED BY SIZE
                      WS-PT-DROPPED DELIMITED BY SIZE
                      ' POSTINGS NOT CONSIDERED **' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD FROM WS-RULE-HEADING
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BALANCE-RULE-FILE
           IF WS-BR-STATUS NOT = '00'
               MOVE 'NO BALANCING RULES (BALTABLE) ON FILE'
                   TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           ELSE
               PERFORM 2000-CHECK-ONE-RULE THRU 2000-CHECK-ONE-RULE-EXIT
                   UNTIL END-OF-INPUT
               CLOSE BALANCE-RULE-FILE
           END-IF
           MOVE SPACES TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RULES: ' DELIMITED BY SIZE
                  WS-RULE-COUNT DELIMITED BY SIZE
                  '  IN BALANCE: ' DELIMITED BY SIZE
                  WS-IN-BALANCE DELIMITED BY SIZE
                  '  OUT OF BALANCE: ' DELIMITED BY SIZE
                  WS-OUT-OF-BALANCE DELIMITED BY SIZE
                  '  NOT POSTED: ' DELIMITED BY SIZE
                  WS-NOT-POSTED DELIMITED BY SIZE
                  '  UNREADABLE: ' DELIMITED BY SIZE
                  WS-BAD-RULES DELIMITED BY SIZE
                  '  ALERTS: ' DELIMITED BY SIZE
                  WS-ALERTS-RAISED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE BALANCE-REPORT-FILE
           DISPLAY 'CTLBAL ' WS-REPORT-LINE
           IF WS-OUT-OF-BALANCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   Only the business date's postings count; the file is
      *>   append-only, so the last one read for a program and
      *>   stream is the latest.
       1000-LOAD-POSTINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CONTROL-TOTALS-FILE
           IF WS-TL-STATUS NOT = '00'
               GO TO 1000-LOAD-POSTINGS-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-POSTING UNTIL END-OF-INPUT
           CLOSE CONTROL-TOTALS-FILE.
       1000-LOAD-POSTINGS-EXIT.
           EXIT.

       1100-LOAD-ONE-POSTING.
           READ CONTROL-TOTALS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TL-DATE IS NUMERIC
                       AND TL-DATE = WS-BIZ-DATE
                       AND TL-PROGRAM-ID NOT = SPACES
                       AND TL-INPUT-COUNT IS NUMERIC
                       AND TL-OUTPUT-COUNT IS NUMERIC
                       AND TL-REJECT-COUNT IS NUMERIC
                       PERFORM 1200-STORE-POSTING THRU
                           1200-STORE-POSTING-EXIT
                   END-IF
           END-READ.

       1200-STORE-POSTING.
           MOVE 'N' TO WS-PT-FOUND-SW
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PT-COUNT OR WS-PT-FOUND
               IF WS-PT-PROGRAM(PT-IDX) = TL-PROGRAM-ID
                   AND WS-PT-STREAM(PT-IDX) = TL-STREAM
                   SET WS-PT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PT-FOUND
               SET PT-IDX DOWN BY 1
           ELSE
               IF WS-PT-COUNT < 500
                   ADD 1 TO WS-PT-COUNT
                   SET PT-IDX TO WS-PT-COUNT
                   MOVE TL-PROGRAM-ID TO WS-PT-PROGRAM(PT-IDX)
                   MOVE TL-STREAM TO WS-PT-STREAM(PT-IDX)
               ELSE
                   ADD 1 TO WS-PT-DROPPED
                   GO TO 1200-STORE-POSTING-EXIT
               END-IF
           END-IF
           MOVE TL-INPUT-COUNT TO WS-PT-INPUT(PT-IDX)
           MOVE TL-OUTPUT-COUNT TO WS-PT-OUTPUT(PT-IDX)
           MOVE TL-REJECT-COUNT TO WS-PT-REJECT(PT-IDX).
       1200-STORE-POSTING-EXIT.
           EXIT.

       2000-CHECK-ONE-RULE.
           READ BALANCE-RULE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
                   GO TO 2000-CHECK-ONE-RULE-EXIT
           END-READ
           IF BALANCE-RULE-RECORD = SPACES
               OR BALANCE-RULE-RECORD(1:1) = '*'
               GO TO 2000-CHECK-ONE-RULE-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE BR-FROM-PROGRAM TO WS-RD-FROM-PROGRAM
           MOVE BR-FROM-STREAM TO WS-RD-FROM-STREAM
           MOVE BR-FROM-COUNT TO WS-RD-FROM-CODE
           MOVE BR-OPERATOR TO WS-RD-OPERATOR
           MOVE BR-TO-PROGRAM TO WS-RD-TO-PROGRAM
           MOVE BR-TO-STREAM TO WS-RD-TO-STREAM
           MOVE BR-TO-COUNT TO WS-RD-TO-CODE
           MOVE BR-DESCRIPTION TO WS-RD-DESCRIPTION
           MOVE SPACES TO WS-RD-FROM-VALUE WS-RD-TO-VALUE
           IF BR-FROM-PROGRAM = SPACES OR BR-TO-PROGRAM = SPACES
               OR (BR-FROM-COUNT NOT = 'I' AND NOT = 'O'
                   AND NOT = 'R' AND NOT = 'T')
               OR (BR-TO-COUNT NOT = 'I' AND NOT = 'O'
                   AND NOT = 'R' AND NOT = 'T')
               OR (BR-OPERATOR NOT = 'EQ' AND NOT = 'GE'
                   AND NOT = 'LE')
               ADD 1 TO WS-BAD-RULES
               MOVE 'UNREADABLE' TO WS-RD-RESULT
               WRITE BALANCE-REPORT-RECORD FROM WS-RULE-DETAIL
               GO TO 2000-CHECK-ONE-RULE-EXIT
           END-IF

           MOVE BR-FROM-PROGRAM TO WS-SD-PROGRAM
           MOVE BR-FROM-STREAM TO WS-SD-STREAM
           MOVE BR-FROM-COUNT TO WS-SD-COUNT-CODE
           PERFORM 2100-GET-SIDE-VALUE
           MOVE WS-SD-VALUE TO WS-FROM-VALUE
           MOVE WS-SD-POSTED-SW TO WS-FROM-POSTED-SW
           MOVE BR-TO-PROGRAM TO WS-SD-PROGRAM
           MOVE BR-TO-STREAM TO WS-SD-STREAM
           MOVE BR-TO-COUNT TO WS-SD-COUNT-CODE
           PERFORM 2100-GET-SIDE-VALUE
           MOVE WS-SD-VALUE TO WS-TO-VALUE
           MOVE WS-SD-POSTED-SW TO WS-TO-POSTED-SW

           IF WS-FROM-POSTED-SW = 'Y'
               MOVE WS-FROM-VALUE TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-RD-FROM-VALUE
           END-IF
           IF WS-TO-POSTED-SW = 'Y'
               MOVE WS-TO-VALUE TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-RD-TO-VALUE
           END-IF
           IF WS-FROM-POSTED-SW NOT = 'Y' OR WS-TO-POSTED-SW NOT = 'Y'
               ADD 1 TO WS-NOT-POSTED
               MOVE 'NOT POSTED' TO WS-RD-RESULT
               WRITE BALANCE-REPORT-RECORD FROM WS-RULE-DETAIL
               GO TO 2000-CHECK-ONE-RULE-EXIT
           END-IF

           MOVE 'N' TO WS-BALANCED-SW
           EVALUATE BR-OPERATOR
               WHEN 'EQ'
                   IF WS-FROM-VALUE = WS-TO-VALUE
                       SET WS-BALANCED TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-FROM-VALUE >= WS-TO-VALUE
                       SET WS-BALANCED TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-FROM-VALUE <= WS-TO-VALUE
                       SET WS-BALANCED TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-BALANCED
               ADD 1 TO WS-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-RD-RESULT
               WRITE BALANCE-REPORT-RECORD FROM WS-RULE-DETAIL
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE' TO WS-RD-RESULT
               WRITE BALANCE-REPORT-RECORD FROM WS-RULE-DETAIL
               PERFORM 2300-RAISE-BALANCE-ALERT
           END-IF.
       2000-CHECK-ONE-RULE-EXIT.
           EXIT.

      *>   A blank stream on the rule sums every stream the program
      *>   posted for the date.
       2100-GET-SIDE-VALUE.
           MOVE 0 TO WS-SD-VALUE
           MOVE 'N' TO WS-SD-POSTED-SW
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PT-COUNT
               IF WS-PT-PROGRAM(PT-IDX) = WS-SD-PROGRAM
                   AND (WS-SD-STREAM = SPACES
                        OR WS-PT-STREAM(PT-IDX) = WS-SD-STREAM)
                   SET WS-SD-POSTED TO TRUE
                   EVALUATE WS-SD-COUNT-CODE
                       WHEN 'I'
                           ADD WS-PT-INPUT(PT-IDX) TO WS-SD-VALUE
                       WHEN 'O'
                           ADD WS-PT-OUTPUT(PT-IDX) TO WS-SD-VALUE
                       WHEN 'R'
                           ADD WS-PT-REJECT(PT-IDX) TO WS-SD-VALUE
                       WHEN 'T'
                           ADD WS-PT-OUTPUT(PT-IDX) WS-PT-REJECT(PT-IDX)
                               TO WS-SD-VALUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   The alert names both programs, their count codes and
      *>   counts; the full rule is on CTLBALRP.
       2300-RAISE-BALANCE-ALERT.
           MOVE 0 TO WS-LEAD
           INSPECT WS-RD-FROM-VALUE TALLYING WS-LEAD FOR LEADING SPACE
           MOVE WS-RD-FROM-VALUE(WS-LEAD + 1:) TO WS-TRIM-FROM
           MOVE 0 TO WS-LEAD
           INSPECT WS-RD-TO-VALUE TALLYING WS-LEAD FOR LEADING SPACE
           MOVE WS-RD-TO-VALUE(WS-LEAD + 1:) TO WS-TRIM-TO
           MOVE 2 TO WS-AL-SEVERITY
           MOVE 'CTLBAL' TO WS-AL-SOURCE
           MOVE 'BALANCE' TO WS-AL-FAILURE-TYPE
           MOVE SPACES TO WS-AL-MESSAGE
           STRING BR-FROM-PROGRAM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BR-FROM-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRIM-FROM DELIMITED BY SPACE
                  ' NOT ' DELIMITED BY SIZE
                  BR-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BR-TO-PROGRAM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BR-TO-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRIM-TO DELIMITED BY SPACE
                  INTO WS-AL-MESSAGE
           END-STRING
           PERFORM 8650-ENQUEUE-ALERT THRU 8650-ENQUEUE-ALERT-EXIT
           ADD 1 TO WS-ALERTS-RAISED
           DISPLAY 'CTLBAL ALERT: ' WS-AL-MESSAGE.

       COPY ALRTPA.
       COPY SUPRPA.
       COPY BIZDTPA.
       COPY FILESTPA.
