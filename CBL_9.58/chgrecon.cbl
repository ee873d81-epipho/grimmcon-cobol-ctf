       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Change-control reconciliation.
      *>               SITEMAIN, PARMMNT, CREDMNT, APPROVE, and
      *>               CFGDRIFT journal who changed which master
      *>               (OPERJRNL, CREDAUD, CFGDRJRN), and each change
      *>               now carries the change ticket it was made
      *>               under; this daily pass reconciles those
      *>               journals against the change-request register
      *>               (CHGREQ).  Every master-file change dated in
      *>               the report range is listed on CHGRECRP when it
      *>               has no ticket, names a ticket not on the
      *>               register, a ticket not APPROVED, a ticket
      *>               raised against a different file, or was made
      *>               outside the ticket's planned window.  APPROVED
      *>               tickets whose window closed in the range with
      *>               no journalled change against them are listed
      *>               as never carried out.  The range runs from
      *>               central parameter CHGRECON/FROM-DATE (default:
      *>               the business date, for the daily run; set it
      *>               back to the quarter start for the audit) to
      *>               the business date.  RC 4 when anything is
      *>               listed.
      *>   2026-10-15  OPERMNT operator-account changes are reconciled
      *>               as OPERFILE changes.
      *>   2026-10-15  CHALMNT challenge changes are matched against
      *>               tickets on CHALDEF and its point changes against
      *>               tickets on CHALCAT.
      *>   2026-10-15  CFGPROMO promotions and rollbacks (CFGDRJRN
      *>               directions PRO and RBK) are reconciled alongside
      *>               CFGDRIFT test-to-production applies.
      *>   2026-10-15  An approved SITE-ZONE request counts as a SITEDIR
      *>               change, like SITE-HOST.
      *>   2026-10-15  CFGDRJRN value widened to 77 bytes to match
      *>               CFGDRIFT and CFGPROMO.
      *>   2026-10-15  SITEGRPM group membership changes are matched
      *>               against tickets on SITEGRP.
      *>   2026-10-15  SUPPMNT suppression register changes are matched
      *>               against tickets on SUPPREG.
      *>   2026-10-15  SITELOAD bulk onboarding and offboarding are
      *>               matched against tickets on SITEDIR and its target
      *>               mappings against tickets on SITEXREF.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGQFC.
           COPY OPERFC.
           SELECT OPTIONAL CRED-AUDIT-FILE ASSIGN TO "CREDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OPTIONAL DRIFT-JOURNAL-FILE ASSIGN TO "CFGDRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "CHGRECRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CHGQFD.
       COPY OPERFD.

       FD  CRED-AUDIT-FILE.
       01  CRED-AUDIT-RECORD.
           05 CA-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 CA-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 CA-OPERATOR-ID         PIC X(8).
           05 FILLER                 PIC X.
           05 CA-ACTION              PIC X(8).
           05 FILLER                 PIC X.
           05 CA-USERID              PIC X(20).
           05 FILLER                 PIC X.
           05 CA-TICKET              PIC X(10).

       FD  DRIFT-JOURNAL-FILE.
       01  DRIFT-JOURNAL-RECORD.
           05 DJ-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 DJ-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 DJ-DIRECTION           PIC X(3).
           05 FILLER                 PIC X.
           05 DJ-FILE-ID             PIC X(8).
           05 FILLER                 PIC X.
           05 DJ-KEY                 PIC X(20).
           05 FILLER                 PIC X.
           05 DJ-NEW-VALUE           PIC X(77).
           05 FILLER                 PIC X.
           05 DJ-TICKET              PIC X(10).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD       PIC X(110).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY CHGQWS.
           COPY OPERWS.
           COPY PARMWS.
           01 WS-CA-STATUS          PIC X(2).
           01 WS-DJ-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-FROM-DATE          PIC 9(8).
           01 WS-TO-DATE            PIC 9(8).
           01 WS-NOW-DATE           PIC 9(8).
           01 WS-NOW-TIME           PIC 9(8).
           01 WS-NOW-STAMP          PIC 9(12).
           01 WS-TICKET-COUNT       PIC 9(3) VALUE 0.
           01 WS-TICKET-TABLE.
              05 WS-TK-ENTRY OCCURS 500 TIMES INDEXED BY TK-IDX.
                 10 WS-TK-TICKET       PIC X(10).
                 10 WS-TK-FILE         PIC X(8).
                 10 WS-TK-START-STAMP  PIC 9(12).
                 10 WS-TK-END-STAMP    PIC 9(12).
                 10 WS-TK-REQUESTER    PIC X(8).
                 10 WS-TK-STATUS       PIC X(8).
                 10 WS-TK-DESC         PIC X(40).
                 10 WS-TK-USED         PIC 9(4).
           01 WS-TK-FOUND-SW        PIC X.
              88 WS-TK-FOUND        VALUE 'Y'.
      *>   One journalled change, whichever journal it came from.
           01 WS-CH-DATE            PIC 9(8).
           01 WS-CH-TIME            PIC 9(8).
           01 WS-CH-STAMP           PIC 9(12).
           01 WS-CH-JOURNAL         PIC X(8).
           01 WS-CH-OPERATOR        PIC X(8).
           01 WS-CH-FILE            PIC X(8).
           01 WS-CH-TICKET          PIC X(10).
           01 WS-CH-DETAIL          PIC X(30).
           01 WS-CH-REASON          PIC X(16).
           01 WS-APPROVED-FUNCTION  PIC X(12).
           01 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
           01 WS-UNUSED-COUNT       PIC 9(5) VALUE 0.
           01 WS-REPORT-LINE        PIC X(110).
           01 WS-EXCEPTION-LINE.
              05 WS-X-DATE          PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-TIME          PIC 9(4).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-JOURNAL       PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-OPERATOR      PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-FILE          PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-TICKET        PIC X(10).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-REASON        PIC X(16).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-X-DETAIL        PIC X(30).
           01 WS-UNUSED-LINE.
              05 WS-U-TICKET        PIC X(10).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-U-FILE          PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-U-END-STAMP     PIC 9(12).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-U-REQUESTER     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-U-DESC          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CHGRECON' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- CHANGES WITHOUT VALID TICKET COVER --'
               TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'DATE     HHMM JOURNAL  OPERATOR FILE     TICKET     '
               & 'REASON           DETAIL' TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 3000-SCAN-OPERATOR-JOURNAL THRU
               3000-SCAN-OPERATOR-JOURNAL-EXIT
           PERFORM 3200-SCAN-CRED-AUDIT THRU 3200-SCAN-CRED-AUDIT-EXIT
           PERFORM 3400-SCAN-DRIFT-JOURNAL THRU
               3400-SCAN-DRIFT-JOURNAL-EXIT
           IF WS-EXCEPTION-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 6000-LIST-UNUSED-TICKETS THRU
               6000-LIST-UNUSED-TICKETS-EXIT
           PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8410-GET-PARM-DATE THRU 8410-GET-PARM-DATE-EXIT
           MOVE WS-PM-TODAY TO WS-TO-DATE
           MOVE WS-PM-TODAY TO WS-FROM-DATE
           MOVE 'CHGRECON' TO WS-PM-PROGRAM-ID
           MOVE 'FROM-DATE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-FROM-DATE
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 10000
               + WS-NOW-TIME / 10000
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CHGRECRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGE-CONTROL RECONCILIATION  FROM '
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>   The register is small; it is held whole so each journal
      *>   line can be matched to its ticket and each ticket can
      *>   count the changes made under it.
       2000-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CHANGE-REQUEST-FILE
           IF WS-CQ-STATUS NOT = '00'
               MOVE 'NO CHANGE-REQUEST REGISTER ON FILE'
                   TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 2000-LOAD-REGISTER-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-TICKET UNTIL WS-AT-EOF
           CLOSE CHANGE-REQUEST-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TICKETS ON REGISTER: ' DELIMITED BY SIZE
                  WS-TICKET-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
       2000-LOAD-REGISTER-EXIT.
           EXIT.

       2100-LOAD-ONE-TICKET.
           READ CHANGE-REQUEST-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF CQ-TICKET NOT = SPACES
                       AND WS-TICKET-COUNT < 500
                       ADD 1 TO WS-TICKET-COUNT
                       SET TK-IDX TO WS-TICKET-COUNT
                       MOVE CQ-TICKET TO WS-TK-TICKET(TK-IDX)
                       MOVE CQ-TARGET-FILE TO WS-TK-FILE(TK-IDX)
                       MOVE CQ-REQUESTER TO WS-TK-REQUESTER(TK-IDX)
                       MOVE CQ-STATUS TO WS-TK-STATUS(TK-IDX)
                       MOVE CQ-DESCRIPTION TO WS-TK-DESC(TK-IDX)
                       MOVE 0 TO WS-TK-USED(TK-IDX)
                       MOVE 0 TO WS-TK-START-STAMP(TK-IDX)
                       MOVE 0 TO WS-TK-END-STAMP(TK-IDX)
                       IF CQ-WIN-START-DATE IS NUMERIC
                           AND CQ-WIN-START-TIME IS NUMERIC
                           COMPUTE WS-TK-START-STAMP(TK-IDX) =
                               CQ-WIN-START-DATE * 10000
                               + CQ-WIN-START-TIME
                       END-IF
                       IF CQ-WIN-END-DATE IS NUMERIC
                           AND CQ-WIN-END-TIME IS NUMERIC
                           COMPUTE WS-TK-END-STAMP(TK-IDX) =
                               CQ-WIN-END-DATE * 10000
                               + CQ-WIN-END-TIME
                       END-IF
                   END-IF
           END-READ.

      *>   Only operator-journal functions that change a master are
      *>   reconciled; inquiries, sweeps, and queued requests change
      *>   nothing until an approval executes them, and that
      *>   approval is journalled as a change in its own right.
       3000-SCAN-OPERATOR-JOURNAL.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPERATOR-JOURNAL-FILE
           IF WS-OP-STATUS NOT = '00'
               GO TO 3000-SCAN-OPERATOR-JOURNAL-EXIT
           END-IF
           PERFORM 3100-CHECK-ONE-OPER-ENTRY UNTIL WS-AT-EOF
           CLOSE OPERATOR-JOURNAL-FILE.
       3000-SCAN-OPERATOR-JOURNAL-EXIT.
           EXIT.

       3100-CHECK-ONE-OPER-ENTRY.
           READ OPERATOR-JOURNAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CH-FILE
                   EVALUATE OJ-FUNCTION
                       WHEN 'ADD SITE'
                       WHEN 'ONBOARD SITE'
                       WHEN 'OFFBOARD SITE'
                           MOVE 'SITEDIR' TO WS-CH-FILE
                       WHEN 'MAP SITE TARGET'
                           MOVE 'SITEXREF' TO WS-CH-FILE
                       WHEN 'ADD PARM'
                       WHEN 'CHANGE PARM'
                           MOVE 'PARMFILE' TO WS-CH-FILE
                       WHEN 'SCHEDULE PARM'
                           MOVE 'PARMVERS' TO WS-CH-FILE
                       WHEN 'ADD OPERATOR'
                       WHEN 'CHANGE OPER LEVEL'
                       WHEN 'DISABLE OPERATOR'
                       WHEN 'ENABLE OPERATOR'
                       WHEN 'RESET PASSWORD'
                           MOVE 'OPERFILE' TO WS-CH-FILE
                       WHEN 'ADD CHALLENGE'
                       WHEN 'CHANGE CHALLENGE'
                       WHEN 'RETIRE CHALLENGE'
                           MOVE 'CHALDEF' TO WS-CH-FILE
                       WHEN 'SET ROUND POINTS'
                       WHEN 'DROP ROUND POINTS'
                           MOVE 'CHALCAT' TO WS-CH-FILE
                       WHEN 'ADD GROUP MEMBER'
                       WHEN 'REMOVE GROUP MEMBER'
                           MOVE 'SITEGRP' TO WS-CH-FILE
                       WHEN 'ADD SUPPRESSION'
                       WHEN 'END SUPPRESSION'
                           MOVE 'SUPPREG' TO WS-CH-FILE
                       WHEN 'APPROVE REQUEST'
                           MOVE SPACES TO WS-APPROVED-FUNCTION
                           UNSTRING OJ-PARMS DELIMITED BY ' '
                               INTO WS-APPROVED-FUNCTION
                           END-UNSTRING
                           EVALUATE WS-APPROVED-FUNCTION
                               WHEN 'SITE-HOST'
                               WHEN 'SITE-ZONE'
                                   MOVE 'SITEDIR' TO WS-CH-FILE
                               WHEN 'CRED-DELETE'
                                   MOVE 'CREDFILE' TO WS-CH-FILE
                               WHEN 'BUDGET-OVRD'
                                   MOVE 'BUDGCTR' TO WS-CH-FILE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-CH-FILE NOT = SPACES
                       MOVE OJ-DATE TO WS-CH-DATE
                       MOVE OJ-TIME TO WS-CH-TIME
                       MOVE 'OPERJRNL' TO WS-CH-JOURNAL
                       MOVE OJ-OPERATOR-ID TO WS-CH-OPERATOR
                       MOVE OJ-TICKET TO WS-CH-TICKET
                       MOVE SPACES TO WS-CH-DETAIL
                       STRING OJ-FUNCTION DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              OJ-PARMS DELIMITED BY SIZE
                              INTO WS-CH-DETAIL
                       END-STRING
                       PERFORM 5000-RECONCILE-CHANGE THRU
                           5000-RECONCILE-CHANGE-EXIT
                   END-IF
           END-READ.

      *>   CREDAUD adds and changes are CREDFILE changes; a
      *>   DELETE-Q only queues the delete, which is reconciled
      *>   where APPROVE executes it.
       3200-SCAN-CRED-AUDIT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CRED-AUDIT-FILE
           IF WS-CA-STATUS NOT = '00'
               GO TO 3200-SCAN-CRED-AUDIT-EXIT
           END-IF
           PERFORM 3300-CHECK-ONE-CRED-ENTRY UNTIL WS-AT-EOF
           CLOSE CRED-AUDIT-FILE.
       3200-SCAN-CRED-AUDIT-EXIT.
           EXIT.

       3300-CHECK-ONE-CRED-ENTRY.
           READ CRED-AUDIT-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF CA-ACTION = 'ADD' OR CA-ACTION = 'CHANGE'
                       MOVE CA-DATE TO WS-CH-DATE
                       MOVE CA-TIME TO WS-CH-TIME
                       MOVE 'CREDAUD' TO WS-CH-JOURNAL
                       MOVE CA-OPERATOR-ID TO WS-CH-OPERATOR
                       MOVE 'CREDFILE' TO WS-CH-FILE
                       MOVE CA-TICKET TO WS-CH-TICKET
                       MOVE SPACES TO WS-CH-DETAIL
                       STRING CA-ACTION DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              CA-USERID DELIMITED BY SIZE
                              INTO WS-CH-DETAIL
                       END-STRING
                       PERFORM 5000-RECONCILE-CHANGE THRU
                           5000-RECONCILE-CHANGE-EXIT
                   END-IF
           END-READ.

      *>   Only test-to-production applies, and CFGPROMO's
      *>   promotions and rollbacks, change a production master;
      *>   neither runs under a sign-on, so these carry no operator.
       3400-SCAN-DRIFT-JOURNAL.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DRIFT-JOURNAL-FILE
           IF WS-DJ-STATUS NOT = '00'
               GO TO 3400-SCAN-DRIFT-JOURNAL-EXIT
           END-IF
           PERFORM 3500-CHECK-ONE-DRIFT-ENTRY UNTIL WS-AT-EOF
           CLOSE DRIFT-JOURNAL-FILE.
       3400-SCAN-DRIFT-JOURNAL-EXIT.
           EXIT.

       3500-CHECK-ONE-DRIFT-ENTRY.
           READ DRIFT-JOURNAL-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF DJ-DIRECTION = 'T2P' OR 'PRO' OR 'RBK'
                       MOVE DJ-DATE TO WS-CH-DATE
                       MOVE DJ-TIME TO WS-CH-TIME
                       MOVE 'CFGDRJRN' TO WS-CH-JOURNAL
                       MOVE SPACES TO WS-CH-OPERATOR
                       MOVE DJ-FILE-ID TO WS-CH-FILE
                       MOVE DJ-TICKET TO WS-CH-TICKET
                       MOVE SPACES TO WS-CH-DETAIL
                       STRING DJ-DIRECTION DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              DJ-KEY DELIMITED BY SIZE
                              INTO WS-CH-DETAIL
                       END-STRING
                       PERFORM 5000-RECONCILE-CHANGE THRU
                           5000-RECONCILE-CHANGE-EXIT
                   END-IF
           END-READ.

      *>   A change counts toward its ticket whenever it was made
      *>   (an approved ticket is carried out by the change, even
      *>   one outside the report range); only changes dated in the
      *>   range are listed.  The first failed check is the reason
      *>   shown.
       5000-RECONCILE-CHANGE.
           IF WS-CH-DATE IS NOT NUMERIC
               GO TO 5000-RECONCILE-CHANGE-EXIT
           END-IF
           IF WS-CH-TIME IS NOT NUMERIC
               MOVE 0 TO WS-CH-TIME
           END-IF
           COMPUTE WS-CH-STAMP = WS-CH-DATE * 10000
               + WS-CH-TIME / 10000
           MOVE SPACES TO WS-CH-REASON
           MOVE 'N' TO WS-TK-FOUND-SW
           IF WS-CH-TICKET = SPACES
               MOVE 'NO TICKET' TO WS-CH-REASON
           ELSE
               PERFORM 5100-FIND-TICKET
                   VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TICKET-COUNT OR WS-TK-FOUND
               IF WS-TK-FOUND
                   SET TK-IDX DOWN BY 1
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-TK-FOUND
                       MOVE 'NOT ON REGISTER' TO WS-CH-REASON
                   WHEN WS-TK-STATUS(TK-IDX) NOT = 'APPROVED'
                       MOVE 'NOT APPROVED' TO WS-CH-REASON
                   WHEN WS-TK-FILE(TK-IDX) NOT = WS-CH-FILE
                       MOVE 'WRONG FILE' TO WS-CH-REASON
                   WHEN WS-CH-STAMP < WS-TK-START-STAMP(TK-IDX)
                       OR WS-CH-STAMP > WS-TK-END-STAMP(TK-IDX)
                       MOVE 'OUTSIDE WINDOW' TO WS-CH-REASON
                       ADD 1 TO WS-TK-USED(TK-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-TK-USED(TK-IDX)
               END-EVALUATE
           END-IF
           IF WS-CH-DATE < WS-FROM-DATE OR WS-CH-DATE > WS-TO-DATE
               GO TO 5000-RECONCILE-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-CH-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-CH-DATE TO WS-X-DATE
               MOVE WS-CH-TIME(1:4) TO WS-X-TIME
               MOVE WS-CH-JOURNAL TO WS-X-JOURNAL
               MOVE WS-CH-OPERATOR TO WS-X-OPERATOR
               MOVE WS-CH-FILE TO WS-X-FILE
               MOVE WS-CH-TICKET TO WS-X-TICKET
               MOVE WS-CH-REASON TO WS-X-REASON
               MOVE WS-CH-DETAIL TO WS-X-DETAIL
               WRITE RECON-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.
       5000-RECONCILE-CHANGE-EXIT.
           EXIT.

       5100-FIND-TICKET.
           IF WS-TK-TICKET(TK-IDX) = WS-CH-TICKET
               SET WS-TK-FOUND TO TRUE
           END-IF.

      *>   An approved ticket is overdue only once its window has
      *>   closed; a window closing in the report range with no
      *>   change made under it is listed.
       6000-LIST-UNUSED-TICKETS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '-- APPROVED TICKETS NEVER CARRIED OUT --'
               TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'TICKET     FILE     WINDOW END   REQUESTR DESCRIPTION'
               TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TICKET-COUNT
               IF WS-TK-STATUS(TK-IDX) = 'APPROVED'
                   AND WS-TK-USED(TK-IDX) = 0
                   AND WS-TK-END-STAMP(TK-IDX) < WS-NOW-STAMP
                   AND WS-TK-END-STAMP(TK-IDX)
                       >= WS-FROM-DATE * 10000
                   AND WS-TK-END-STAMP(TK-IDX)
                       <= WS-TO-DATE * 10000 + 2359
                   ADD 1 TO WS-UNUSED-COUNT
                   MOVE WS-TK-TICKET(TK-IDX) TO WS-U-TICKET
                   MOVE WS-TK-FILE(TK-IDX) TO WS-U-FILE
                   MOVE WS-TK-END-STAMP(TK-IDX) TO WS-U-END-STAMP
                   MOVE WS-TK-REQUESTER(TK-IDX) TO WS-U-REQUESTER
                   MOVE WS-TK-DESC(TK-IDX) TO WS-U-DESC
                   WRITE RECON-REPORT-RECORD FROM WS-UNUSED-LINE
               END-IF
           END-PERFORM
           IF WS-UNUSED-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
       6000-LIST-UNUSED-TICKETS-EXIT.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGES IN RANGE: ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  '  WITHOUT VALID COVER: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  '  TICKETS NOT CARRIED OUT: ' DELIMITED BY SIZE
                  WS-UNUSED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE RECON-REPORT-FILE
           DISPLAY 'CHGRECON: CHANGES ' WS-CHANGE-COUNT
                   '  EXCEPTIONS ' WS-EXCEPTION-COUNT
                   '  UNUSED TICKETS ' WS-UNUSED-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-UNUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-FINISH-EXIT.
           EXIT.

       COPY PARMPA.
       COPY FILESTPA.
