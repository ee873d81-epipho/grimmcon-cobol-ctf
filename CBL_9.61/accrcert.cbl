       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Quarterly operator access
      *>               recertification, run daily off the batch
      *>               calendar.  On the first run of a quarter it
      *>               extracts every active OPERFILE operator, with
      *>               authorization level and last activity date
      *>               from OPERJRNL, onto the certification list
      *>               (CERTLIST) for the managers, with a deadline
      *>               ACCRCERT/DEADLINE-DAYS days out (central
      *>               parameter repository, default 30).  Each run
      *>               reads the managers' returned decisions
      *>               (CERTDECN: CERTIFY, DOWNGRADE to a lower level,
      *>               or REVOKE) and applies them to OPERFILE with an
      *>               operator journal entry; a manager cannot
      *>               certify themselves.  Once the deadline has
      *>               passed, every operator still uncertified is
      *>               disabled and journalled.  All of it is listed
      *>               on CERTRPT; RC 4 when a decision was refused
      *>               or an operator was disabled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERFC.
           SELECT OPTIONAL CERT-LIST-FILE ASSIGN TO "CERTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT OPTIONAL CERT-DECISION-FILE ASSIGN TO "CERTDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERFD.

      *>   Certification list: the current campaign, one line per
      *>   operator.  Status PENDING until a decision is applied
      *>   (CERTIFD, DOWNGRD, REVOKED) or the deadline passes
      *>   (EXPIRED -- the operator has been disabled).
       FD  CERT-LIST-FILE.
       01  CERT-LIST-RECORD.
           05 CL-CAMPAIGN            PIC X(6).
           05 FILLER                 PIC X.
           05 CL-OPERATOR-ID         PIC X(8).
           05 FILLER                 PIC X.
           05 CL-AUTH-LEVEL          PIC 9(1).
           05 FILLER                 PIC X.
           05 CL-LAST-ACTIVITY       PIC 9(8).
           05 FILLER                 PIC X.
           05 CL-DEADLINE            PIC 9(8).
           05 FILLER                 PIC X.
           05 CL-STATUS              PIC X(8).
           05 FILLER                 PIC X.
           05 CL-NEW-LEVEL           PIC 9(1).
           05 FILLER                 PIC X.
           05 CL-MANAGER             PIC X(8).
           05 FILLER                 PIC X.
           05 CL-DECIDED-DATE        PIC 9(8).

      *>   Managers' decisions returned against the list.
       FD  CERT-DECISION-FILE.
       01  CERT-DECISION-RECORD.
           05 CD-CAMPAIGN            PIC X(6).
           05 FILLER                 PIC X.
           05 CD-OPERATOR-ID         PIC X(8).
           05 FILLER                 PIC X.
           05 CD-DECISION            PIC X(9).
           05 FILLER                 PIC X.
           05 CD-NEW-LEVEL           PIC X(1).
           05 FILLER                 PIC X.
           05 CD-MANAGER             PIC X(8).

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-RECORD        PIC X(100).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY PARMWS.
           01 WS-CL-STATUS          PIC X(2).
           01 WS-CD-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-TODAY              PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
              05 WS-TODAY-YYYY      PIC 9(4).
              05 WS-TODAY-MM        PIC 9(2).
              05 WS-TODAY-DD        PIC 9(2).
           01 WS-QUARTER            PIC 9(1).
           01 WS-CAMPAIGN           PIC X(6).
           01 WS-DEADLINE-DAYS      PIC 9(3) VALUE 30.
           01 WS-DEADLINE           PIC 9(8).
           01 WS-DATE-INT           PIC 9(8).
           01 WS-LIST-CAMPAIGN      PIC X(6) VALUE SPACES.
           01 WS-CERT-COUNT         PIC 9(3) VALUE 0.
           01 WS-CERT-TABLE.
              05 WS-CT-ENTRY OCCURS 500 TIMES INDEXED BY CT-IDX.
                 10 WS-CT-CAMPAIGN     PIC X(6).
                 10 WS-CT-OPERATOR     PIC X(8).
                 10 WS-CT-LEVEL        PIC 9(1).
                 10 WS-CT-LAST-ACT     PIC 9(8).
                 10 WS-CT-DEADLINE     PIC 9(8).
                 10 WS-CT-STATUS       PIC X(8).
                 10 WS-CT-NEW-LEVEL    PIC 9(1).
                 10 WS-CT-MANAGER      PIC X(8).
                 10 WS-CT-DECIDED      PIC 9(8).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-OPEN-COUNT         PIC 9(3).
           01 WS-MASTER-CHANGED-SW  PIC X VALUE 'N'.
              88 WS-MASTER-CHANGED  VALUE 'Y'.
           01 WS-REFUSE-REASON      PIC X(30).
           01 WS-EXTRACT-COUNT      PIC 9(3) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(3) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(3) VALUE 0.
           01 WS-EXPIRED-COUNT      PIC 9(3) VALUE 0.
           01 WS-PENDING-COUNT      PIC 9(3) VALUE 0.
           01 WS-REPORT-LINE        PIC X(100).
           01 WS-DETAIL-LINE.
              05 WS-DL-OPERATOR     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-LEVEL        PIC 9(1).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-LAST-ACT     PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-ACTION       PIC X(9).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-NEW-LEVEL    PIC X(1).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-MANAGER      PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-NOTE         PIC X(40).
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'ACCRCERT' TO WS-FS-PROGRAM-ID
           MOVE 'ACCRCERT' TO WS-SO-OPERATOR-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-LIST THRU 2000-LOAD-LIST-EXIT
           PERFORM 3000-APPLY-DECISIONS THRU 3000-APPLY-DECISIONS-EXIT
           PERFORM 4000-EXPIRE-UNCERTIFIED THRU
               4000-EXPIRE-UNCERTIFIED-EXIT
           PERFORM 5000-EXTRACT-CAMPAIGN THRU 5000-EXTRACT-CAMPAIGN-EXIT
           PERFORM 6000-LIST-OUTSTANDING THRU 6000-LIST-OUTSTANDING-EXIT
           PERFORM 7000-REWRITE-LIST THRU 7000-REWRITE-LIST-EXIT
           IF WS-MASTER-CHANGED
               MOVE 'OPERFILE' TO WS-SEAL-FILE-ID
               MOVE 'R' TO WS-SEAL-FUNCTION
               CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
                   WS-SEAL-FUNCTION, WS-SEAL-RESULT
           END-IF
           PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8410-GET-PARM-DATE THRU 8410-GET-PARM-DATE-EXIT
           MOVE WS-PM-TODAY TO WS-TODAY
           COMPUTE WS-QUARTER = (WS-TODAY-MM + 2) / 3
           MOVE SPACES TO WS-CAMPAIGN
           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  'Q' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  INTO WS-CAMPAIGN
           END-STRING
           MOVE 'ACCRCERT' TO WS-PM-PROGRAM-ID
           MOVE 'DEADLINE-DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) > 0
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-DEADLINE-DAYS
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DEADLINE-DAYS
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN OUTPUT CERT-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CERTRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATOR ACCESS RECERTIFICATION  RUN DATE '
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-LOAD-LIST.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CERT-LIST-FILE
           IF WS-CL-STATUS NOT = '00'
               GO TO 2000-LOAD-LIST-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-ENTRY UNTIL WS-AT-EOF
           CLOSE CERT-LIST-FILE
           IF WS-CERT-COUNT > 0
               MOVE WS-CT-CAMPAIGN(1) TO WS-LIST-CAMPAIGN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMPAIGN ' DELIMITED BY SIZE
                      WS-LIST-CAMPAIGN DELIMITED BY SIZE
                      '  DEADLINE ' DELIMITED BY SIZE
                      WS-CT-DEADLINE(1) DELIMITED BY SIZE
                      '  OPERATORS ' DELIMITED BY SIZE
                      WS-CERT-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
       2000-LOAD-LIST-EXIT.
           EXIT.

       2100-LOAD-ONE-ENTRY.
           READ CERT-LIST-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF CL-OPERATOR-ID NOT = SPACES
                       AND WS-CERT-COUNT < 500
                       ADD 1 TO WS-CERT-COUNT
                       SET CT-IDX TO WS-CERT-COUNT
                       MOVE CL-CAMPAIGN TO WS-CT-CAMPAIGN(CT-IDX)
                       MOVE CL-OPERATOR-ID TO WS-CT-OPERATOR(CT-IDX)
                       MOVE CL-AUTH-LEVEL TO WS-CT-LEVEL(CT-IDX)
                       MOVE CL-LAST-ACTIVITY TO WS-CT-LAST-ACT(CT-IDX)
                       MOVE CL-DEADLINE TO WS-CT-DEADLINE(CT-IDX)
                       MOVE CL-STATUS TO WS-CT-STATUS(CT-IDX)
                       MOVE CL-NEW-LEVEL TO WS-CT-NEW-LEVEL(CT-IDX)
                       MOVE CL-MANAGER TO WS-CT-MANAGER(CT-IDX)
                       MOVE CL-DECIDED-DATE TO WS-CT-DECIDED(CT-IDX)
                   END-IF
           END-READ.

      *>   Decisions may be returned a few at a time over the
      *>   campaign; a decision for an operator no longer PENDING
      *>   was applied on an earlier run and is passed over quietly.
       3000-APPLY-DECISIONS.
           IF WS-CERT-COUNT = 0
               GO TO 3000-APPLY-DECISIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CERT-DECISION-FILE
           IF WS-CD-STATUS NOT = '00'
               GO TO 3000-APPLY-DECISIONS-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- DECISIONS --' TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'OPERATOR L LAST-ACT ACTION    N MANAGER  NOTE'
               TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN I-O OPERATOR-FILE
           IF WS-OP-STATUS NOT = '00'
               MOVE 'OPERATOR FILE NOT AVAILABLE -- NO DECISIONS APPLIED'
                   TO WS-REPORT-LINE
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE CERT-DECISION-FILE
               GO TO 3000-APPLY-DECISIONS-EXIT
           END-IF
           PERFORM 3100-APPLY-ONE-DECISION UNTIL WS-AT-EOF
           CLOSE OPERATOR-FILE
           CLOSE CERT-DECISION-FILE.
       3000-APPLY-DECISIONS-EXIT.
           EXIT.

       3100-APPLY-ONE-DECISION.
           READ CERT-DECISION-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF CD-CAMPAIGN = WS-LIST-CAMPAIGN
                       PERFORM 3200-CHECK-DECISION THRU
                           3200-CHECK-DECISION-EXIT
                   END-IF
           END-READ.

       3200-CHECK-DECISION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CERT-COUNT OR WS-FOUND
               IF WS-CT-OPERATOR(CT-IDX) = CD-OPERATOR-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CD-OPERATOR-ID TO WS-DL-OPERATOR
           MOVE CD-DECISION TO WS-DL-ACTION
           MOVE CD-NEW-LEVEL TO WS-DL-NEW-LEVEL
           MOVE CD-MANAGER TO WS-DL-MANAGER
           MOVE 0 TO WS-DL-LEVEL
           MOVE 0 TO WS-DL-LAST-ACT
           MOVE SPACES TO WS-REFUSE-REASON
           IF NOT WS-FOUND
               MOVE 'NOT ON THIS CAMPAIGN LIST' TO WS-REFUSE-REASON
               GO TO 3200-REFUSE
           END-IF
           SET CT-IDX DOWN BY 1
           IF WS-CT-STATUS(CT-IDX) NOT = 'PENDING'
               GO TO 3200-CHECK-DECISION-EXIT
           END-IF
           MOVE WS-CT-LEVEL(CT-IDX) TO WS-DL-LEVEL
           MOVE WS-CT-LAST-ACT(CT-IDX) TO WS-DL-LAST-ACT
           EVALUATE TRUE
               WHEN CD-MANAGER = SPACES
                   MOVE 'NO MANAGER NAMED' TO WS-REFUSE-REASON
               WHEN CD-MANAGER = CD-OPERATOR-ID
                   MOVE 'MANAGER CANNOT CERTIFY SELF'
                       TO WS-REFUSE-REASON
               WHEN CD-DECISION = 'CERTIFY'
               WHEN CD-DECISION = 'REVOKE'
                   CONTINUE
               WHEN CD-DECISION = 'DOWNGRADE'
                   IF CD-NEW-LEVEL IS NOT NUMERIC
                       OR CD-NEW-LEVEL = '0'
                       OR CD-NEW-LEVEL NOT < WS-CT-LEVEL(CT-IDX)
                       MOVE 'DOWNGRADE NEEDS A LOWER LEVEL'
                           TO WS-REFUSE-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN DECISION' TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               GO TO 3200-REFUSE
           END-IF
           MOVE WS-CT-OPERATOR(CT-IDX) TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'OPERATOR NO LONGER ON OPERFILE'
                       TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON NOT = SPACES
               GO TO 3200-REFUSE
           END-IF
           MOVE SPACES TO WS-JR-PARMS
           EVALUATE CD-DECISION
               WHEN 'CERTIFY'
                   MOVE 'CERTIFD' TO WS-CT-STATUS(CT-IDX)
                   MOVE 'CERTIFY OPERATOR' TO WS-JR-FUNCTION
               WHEN 'DOWNGRADE'
                   MOVE CD-NEW-LEVEL TO OP-AUTH-LEVEL
                   MOVE CD-NEW-LEVEL TO WS-CT-NEW-LEVEL(CT-IDX)
                   REWRITE OPERATOR-RECORD
                   SET WS-MASTER-CHANGED TO TRUE
                   MOVE 'DOWNGRD' TO WS-CT-STATUS(CT-IDX)
                   MOVE 'DOWNGRADE OPERATOR' TO WS-JR-FUNCTION
               WHEN 'REVOKE'
                   MOVE 'D' TO OP-ACCOUNT-STATUS
                   REWRITE OPERATOR-RECORD
                   SET WS-MASTER-CHANGED TO TRUE
                   MOVE 'REVOKED' TO WS-CT-STATUS(CT-IDX)
                   MOVE 'REVOKE OPERATOR' TO WS-JR-FUNCTION
           END-EVALUATE
           MOVE CD-MANAGER TO WS-CT-MANAGER(CT-IDX)
           MOVE WS-TODAY TO WS-CT-DECIDED(CT-IDX)
           STRING WS-LIST-CAMPAIGN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OP-OPERATOR-ID DELIMITED BY SPACE
                  ' LEVEL ' DELIMITED BY SIZE
                  OP-AUTH-LEVEL DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  CD-MANAGER DELIMITED BY SPACE
                  INTO WS-JR-PARMS
           END-STRING
           PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'APPLIED' TO WS-DL-NOTE
           WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
           GO TO 3200-CHECK-DECISION-EXIT.
       3200-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT
           STRING 'REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-DL-NOTE
           END-STRING
           WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE.
       3200-CHECK-DECISION-EXIT.
           EXIT.

      *>   Past the deadline an operator nobody vouched for loses
      *>   access: the account is disabled (OPERMNT can re-enable it
      *>   once a manager certifies them late).
       4000-EXPIRE-UNCERTIFIED.
           IF WS-CERT-COUNT = 0
               GO TO 4000-EXPIRE-UNCERTIFIED-EXIT
           END-IF
           IF WS-TODAY NOT > WS-CT-DEADLINE(1)
               GO TO 4000-EXPIRE-UNCERTIFIED-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- UNCERTIFIED AFTER DEADLINE: DISABLED --'
               TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN I-O OPERATOR-FILE
           IF WS-OP-STATUS NOT = '00'
               MOVE 'OPERATOR FILE NOT AVAILABLE -- NOBODY DISABLED'
                   TO WS-REPORT-LINE
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 4000-EXPIRE-UNCERTIFIED-EXIT
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CERT-COUNT
               IF WS-CT-STATUS(CT-IDX) = 'PENDING'
                   PERFORM 4100-DISABLE-ONE THRU 4100-DISABLE-ONE-EXIT
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-EXPIRED-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
       4000-EXPIRE-UNCERTIFIED-EXIT.
           EXIT.

       4100-DISABLE-ONE.
           MOVE 'EXPIRED' TO WS-CT-STATUS(CT-IDX)
           MOVE WS-TODAY TO WS-CT-DECIDED(CT-IDX)
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CT-OPERATOR(CT-IDX) TO WS-DL-OPERATOR
           MOVE WS-CT-LEVEL(CT-IDX) TO WS-DL-LEVEL
           MOVE WS-CT-LAST-ACT(CT-IDX) TO WS-DL-LAST-ACT
           MOVE 'DISABLE' TO WS-DL-ACTION
           MOVE WS-CT-OPERATOR(CT-IDX) TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'NO LONGER ON OPERFILE' TO WS-DL-NOTE
                   WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
                   GO TO 4100-DISABLE-ONE-EXIT
           END-READ
           MOVE 'D' TO OP-ACCOUNT-STATUS
           REWRITE OPERATOR-RECORD
           SET WS-MASTER-CHANGED TO TRUE
           MOVE 'DISABLE UNCERTIFIED' TO WS-JR-FUNCTION
           MOVE SPACES TO WS-JR-PARMS
           STRING WS-LIST-CAMPAIGN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OP-OPERATOR-ID DELIMITED BY SPACE
                  ' DEADLINE ' DELIMITED BY SIZE
                  WS-CT-DEADLINE(CT-IDX) DELIMITED BY SIZE
                  INTO WS-JR-PARMS
           END-STRING
           PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT
           MOVE 'DISABLED -- NOT CERTIFIED BY DEADLINE' TO WS-DL-NOTE
           WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE.
       4100-DISABLE-ONE-EXIT.
           EXIT.

      *>   A new campaign starts on the first run in a quarter with
      *>   no list for that quarter yet, once the previous campaign
      *>   is finished (nothing left PENDING).
       5000-EXTRACT-CAMPAIGN.
           IF WS-LIST-CAMPAIGN = WS-CAMPAIGN
               GO TO 5000-EXTRACT-CAMPAIGN-EXIT
           END-IF
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CERT-COUNT
               IF WS-CT-STATUS(CT-IDX) = 'PENDING'
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CAMPAIGN ' DELIMITED BY SIZE
                      WS-CAMPAIGN DELIMITED BY SIZE
                      ' WAITS FOR ' DELIMITED BY SIZE
                      WS-LIST-CAMPAIGN DELIMITED BY SIZE
                      ' TO CLOSE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 5000-EXTRACT-CAMPAIGN-EXIT
           END-IF
           MOVE 0 TO WS-CERT-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF WS-OP-STATUS NOT = '00'
               MOVE 'NO OPERATOR FILE -- NOTHING TO CERTIFY'
                   TO WS-REPORT-LINE
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 5000-EXTRACT-CAMPAIGN-EXIT
           END-IF
           PERFORM 5100-EXTRACT-ONE-OPERATOR UNTIL WS-AT-EOF
           CLOSE OPERATOR-FILE
           PERFORM 5200-FIND-LAST-ACTIVITY THRU
               5200-FIND-LAST-ACTIVITY-EXIT
           MOVE WS-CAMPAIGN TO WS-LIST-CAMPAIGN
           MOVE WS-CERT-COUNT TO WS-EXTRACT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW CAMPAIGN ' DELIMITED BY SIZE
                  WS-CAMPAIGN DELIMITED BY SIZE
                  ' EXTRACTED TO CERTLIST  DEADLINE ' DELIMITED BY SIZE
                  WS-DEADLINE DELIMITED BY SIZE
                  '  OPERATORS ' DELIMITED BY SIZE
                  WS-CERT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE.
       5000-EXTRACT-CAMPAIGN-EXIT.
           EXIT.

       5100-EXTRACT-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF NOT OP-ACCOUNT-DISABLED
                       AND WS-CERT-COUNT < 500
                       ADD 1 TO WS-CERT-COUNT
                       SET CT-IDX TO WS-CERT-COUNT
                       MOVE WS-CAMPAIGN TO WS-CT-CAMPAIGN(CT-IDX)
                       MOVE OP-OPERATOR-ID TO WS-CT-OPERATOR(CT-IDX)
                       MOVE OP-AUTH-LEVEL TO WS-CT-LEVEL(CT-IDX)
                       MOVE 0 TO WS-CT-LAST-ACT(CT-IDX)
                       MOVE WS-DEADLINE TO WS-CT-DEADLINE(CT-IDX)
                       MOVE 'PENDING' TO WS-CT-STATUS(CT-IDX)
                       MOVE 0 TO WS-CT-NEW-LEVEL(CT-IDX)
                       MOVE SPACES TO WS-CT-MANAGER(CT-IDX)
                       MOVE 0 TO WS-CT-DECIDED(CT-IDX)
                   END-IF
           END-READ.

       5200-FIND-LAST-ACTIVITY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPERATOR-JOURNAL-FILE
           IF WS-OP-STATUS NOT = '00'
               GO TO 5200-FIND-LAST-ACTIVITY-EXIT
           END-IF
           PERFORM 5300-NOTE-ONE-ACTIVITY UNTIL WS-AT-EOF
           CLOSE OPERATOR-JOURNAL-FILE.
       5200-FIND-LAST-ACTIVITY-EXIT.
           EXIT.

       5300-NOTE-ONE-ACTIVITY.
           READ OPERATOR-JOURNAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF OJ-DATE IS NUMERIC
                       PERFORM VARYING CT-IDX FROM 1 BY 1
                               UNTIL CT-IDX > WS-CERT-COUNT
                           IF WS-CT-OPERATOR(CT-IDX) = OJ-OPERATOR-ID
                               AND OJ-DATE > WS-CT-LAST-ACT(CT-IDX)
                               MOVE OJ-DATE TO WS-CT-LAST-ACT(CT-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       6000-LIST-OUTSTANDING.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- AWAITING MANAGER DECISION --' TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CERT-COUNT
               IF WS-CT-STATUS(CT-IDX) = 'PENDING'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-CT-OPERATOR(CT-IDX) TO WS-DL-OPERATOR
                   MOVE WS-CT-LEVEL(CT-IDX) TO WS-DL-LEVEL
                   MOVE WS-CT-LAST-ACT(CT-IDX) TO WS-DL-LAST-ACT
                   MOVE 'PENDING' TO WS-DL-ACTION
                   STRING 'DUE BY ' DELIMITED BY SIZE
                          WS-CT-DEADLINE(CT-IDX) DELIMITED BY SIZE
                          INTO WS-DL-NOTE
                   END-STRING
                   WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
       6000-LIST-OUTSTANDING-EXIT.
           EXIT.

       7000-REWRITE-LIST.
           IF WS-CERT-COUNT = 0
               GO TO 7000-REWRITE-LIST-EXIT
           END-IF
           OPEN OUTPUT CERT-LIST-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CERTLIST' TO WS-FS-FILE-NAME
           MOVE WS-CL-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CERT-COUNT
               MOVE SPACES TO CERT-LIST-RECORD
               MOVE WS-CT-CAMPAIGN(CT-IDX) TO CL-CAMPAIGN
               MOVE WS-CT-OPERATOR(CT-IDX) TO CL-OPERATOR-ID
               MOVE WS-CT-LEVEL(CT-IDX) TO CL-AUTH-LEVEL
               MOVE WS-CT-LAST-ACT(CT-IDX) TO CL-LAST-ACTIVITY
               MOVE WS-CT-DEADLINE(CT-IDX) TO CL-DEADLINE
               MOVE WS-CT-STATUS(CT-IDX) TO CL-STATUS
               MOVE WS-CT-NEW-LEVEL(CT-IDX) TO CL-NEW-LEVEL
               MOVE WS-CT-MANAGER(CT-IDX) TO CL-MANAGER
               MOVE WS-CT-DECIDED(CT-IDX) TO CL-DECIDED-DATE
               WRITE CERT-LIST-RECORD
           END-PERFORM
           CLOSE CERT-LIST-FILE.
       7000-REWRITE-LIST-EXIT.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXTRACTED: ' DELIMITED BY SIZE
                  WS-EXTRACT-COUNT DELIMITED BY SIZE
                  '  APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  '  DISABLED: ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  '  PENDING: ' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE CERT-REPORT-FILE
           DISPLAY 'ACCRCERT: APPLIED ' WS-APPLIED-COUNT
                   '  REFUSED ' WS-REFUSED-COUNT
                   '  DISABLED ' WS-EXPIRED-COUNT
                   '  PENDING ' WS-PENDING-COUNT
           IF WS-REFUSED-COUNT > 0 OR WS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-FINISH-EXIT.
           EXIT.

       COPY OPERPA.
       COPY PARMPA.
       COPY FILESTPA.
