      *>               and APPROVE do; without it an approved apply
      *>               read as tampering and PREFLITE aborted the
      *>               next night.
      *>   2026-10-15  A test-to-production apply prompts for the change
      *>               ticket covering each production master it updates
      *>               (PARMFILE, SITEDIR); the ticket is written to
      *>               CFGDRJRN.
      *>   2026-10-15  New approve-for-promotion mode (A): the accepted
      *>               rehearsal-to-production differences are queued on
      *>               CFGPRMQ with their change ticket for the CFGPROMO
      *>               promotion job instead of being applied here.
      *>   2026-10-15  SITEDIR body widened to 77 bytes for the new
      *>               time-zone fields, and with it the compared value,
      *>               the CFGDRJRN journal value, and the CFGPRMQ
      *>               promotion value, so a zone difference is seen and
      *>               applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGDRIFT.

           SELECT OPTIONAL DRIFT-JOURNAL-FILE ASSIGN TO "CFGDRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.
           SELECT OPTIONAL PROMO-QUEUE-FILE ASSIGN TO "CFGPRMQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-STATUS.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
           05 TP-VALUE              PIC X(20).

      *>   The body sizes must track SITEDFD: host 40, base path
      *>   20, active flag 1, scheme 5, port 5, UTC offset 5, DST
      *>   rule 1 -- 77 bytes behind the key.  A narrower record no longer opens the real
      *>   directory (and would shear scheme/port off on apply).
       FD  PROD-SITE-FILE.
       01  PROD-SITE-RECORD.
           05 PS-SITE-NAME          PIC X(8).
           05 PS-BODY               PIC X(77).

       FD  TEST-SITE-FILE.
       01  TEST-SITE-RECORD.
           05 TS-SITE-NAME          PIC X(8).
           05 TS-BODY               PIC X(77).

       FD  PROD-SEQ-FILE.
       01  PROD-SEQ-RECORD          PIC X(80).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-KEY                PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-NEW-VALUE          PIC X(77).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-TICKET             PIC X(10).

      *>   Differences approved for the CFGPROMO promotion job.
       FD  PROMO-QUEUE-FILE.
       01  PROMO-QUEUE-RECORD.
           05 PQ-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 PQ-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 PQ-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 PQ-KEY                PIC X(20).
           05 FILLER                PIC X.
           05 PQ-NEW-VALUE          PIC X(77).
           05 FILLER                PIC X.
           05 PQ-TICKET             PIC X(10).

       COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY CHGQWS.
           01 WS-PP-STATUS          PIC X(2).
           01 WS-TP-STATUS          PIC X(2).
           01 WS-PS-STATUS          PIC X(2).
           01 WS-PQ-STATUS          PIC X(2).
           01 WS-TQ-STATUS          PIC X(2).
           01 WS-DJ-STATUS          PIC X(2).
           01 WS-PRQ-STATUS         PIC X(2).
           01 WS-PROD-SEQ-NAME      PIC X(14).
           01 WS-TEST-SEQ-NAME      PIC X(14).
           01 WS-EOF-SW             PIC X.
              88 WS-SCAN-DONE       VALUE 'Y'.
           01 WS-DIFF-COUNT         PIC 9(4) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
           01 WS-QUEUED-COUNT       PIC 9(4) VALUE 0.
           01 WS-APPLY-DIR          PIC X(1) VALUE 'N'.
              88 WS-APPLY-TO-PROD   VALUE 'P'.
              88 WS-APPLY-TO-TEST   VALUE 'T'.
              88 WS-APPROVE-FOR-PROMO VALUE 'A'.
           01 WS-ANSWER             PIC X(1).
           01 WS-JRN-DATE           PIC 9(8).
           01 WS-JRN-TIME           PIC 9(8).
           01 WS-PAIR-TABLE.
              05 WS-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY PA-IDX.
                 10 WS-PA-KEY       PIC X(20).
                 10 WS-PA-PROD      PIC X(77).
                 10 WS-PA-TEST      PIC X(77).
                 10 WS-PA-PROD-SW   PIC X.
                 10 WS-PA-TEST-SW   PIC X.
           01 WS-CUR-FILE-ID        PIC X(8).
           01 WS-WORK-KEY           PIC X(20).
           01 WS-WORK-BODY          PIC X(77).
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).
           WRITE DRIFT-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY 'Apply approved differences (N=report only, '
                   'P=to production, T=to rehearsal, '
                   'A=approve for CFGPROMO)? '
           ACCEPT WS-APPLY-DIR
           INSPECT WS-APPLY-DIR CONVERTING 'npta' TO 'NPTA'

           MOVE 'PARMFILE' TO WS-CUR-FILE-ID
           PERFORM 0500-GET-PROD-TICKET
           PERFORM 1000-COMPARE-PARMFILE
           MOVE 'SITEDIR' TO WS-CUR-FILE-ID
           PERFORM 0500-GET-PROD-TICKET
           PERFORM 2000-COMPARE-SITEDIR
           MOVE 'NIGHTSKD' TO WS-PROD-SEQ-NAME
           MOVE 'NIGHTSKD.TST' TO WS-TEST-SEQ-NAME
                  WS-DIFF-COUNT DELIMITED BY SIZE
                  '  APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  APPROVED FOR PROMOTION: ' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DRIFT-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE DRIFT-REPORT-FILE
           DISPLAY 'CFGDRIFT DIFFERENCES: ' WS-DIFF-COUNT
                   '  APPLIED: ' WS-APPLIED-COUNT
                   '  APPROVED FOR PROMOTION: ' WS-QUEUED-COUNT
           GOBACK.

      *>   A test-to-production apply changes a production master,
      *>   so it is made under a change ticket like any other
      *>   master-file change; one ticket covers the applies to one
      *>   file in this run.  Rehearsal-side applies need none.
      *>   Approving for promotion asks for the ticket now; it
      *>   travels on the queue to the promotion job's journal.
       0500-GET-PROD-TICKET.
           MOVE SPACES TO WS-CQ-TICKET
           IF WS-APPLY-TO-PROD OR WS-APPROVE-FOR-PROMO
               DISPLAY 'Applying to production ' WS-CUR-FILE-ID
               MOVE WS-CUR-FILE-ID TO WS-CQ-TARGET-FILE
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT
           END-IF.

       1000-COMPARE-PARMFILE.
           MOVE 0 TO WS-PAIR-COUNT
           MOVE 'N' TO WS-EOF-SW
           END-IF
           PERFORM 4000-REPORT-PAIR-TABLE
           IF WS-APPLY-TO-PROD OR WS-APPLY-TO-TEST
               OR WS-APPROVE-FOR-PROMO
               PERFORM 5000-OFFER-PARM-DIFFS
           END-IF.

           END-IF
           PERFORM 4000-REPORT-PAIR-TABLE
           IF WS-APPLY-TO-PROD OR WS-APPLY-TO-TEST
               OR WS-APPROVE-FOR-PROMO
               PERFORM 6000-OFFER-SITE-DIFFS
           END-IF.

               AND WS-PA-PROD-SW(PA-IDX) = WS-PA-TEST-SW(PA-IDX)
               CONTINUE
           ELSE
               IF ((WS-APPLY-TO-PROD OR WS-APPROVE-FOR-PROMO)
                       AND WS-PA-TEST-SW(PA-IDX) = 'Y')
                   OR (WS-APPLY-TO-TEST
                       AND WS-PA-PROD-SW(PA-IDX) = 'Y')
                   ACCEPT WS-ANSWER
                   INSPECT WS-ANSWER CONVERTING 'y' TO 'Y'
                   IF WS-ANSWER = 'Y'
                       IF WS-APPROVE-FOR-PROMO
                           PERFORM 5300-QUEUE-FOR-PROMOTION
                       ELSE
                           PERFORM 5200-APPLY-ONE-PARM
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *>   Nothing changes here: the rehearsal value is queued for
      *>   CFGPROMO, which takes the production before-image and
      *>   applies the whole approved set under the run lock.
       5300-QUEUE-FOR-PROMOTION.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           OPEN EXTEND PROMO-QUEUE-FILE
           IF WS-PRQ-STATUS = '00' OR WS-PRQ-STATUS = '05'
               MOVE SPACES TO PROMO-QUEUE-RECORD
               MOVE WS-JRN-DATE TO PQ-DATE
               MOVE WS-JRN-TIME TO PQ-TIME
               MOVE WS-CUR-FILE-ID TO PQ-FILE-ID
               MOVE WS-PA-KEY(PA-IDX) TO PQ-KEY
               MOVE WS-PA-TEST(PA-IDX) TO PQ-NEW-VALUE
               MOVE WS-CQ-TICKET TO PQ-TICKET
               WRITE PROMO-QUEUE-RECORD
               CLOSE PROMO-QUEUE-FILE
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               DISPLAY 'CFGPRMQ NOT AVAILABLE, STATUS ' WS-PRQ-STATUS
                       ' -- NOT APPROVED'
           END-IF.

       6000-OFFER-SITE-DIFFS.
           PERFORM 6100-OFFER-ONE-SITE
               VARYING PA-IDX FROM 1 BY 1
               AND WS-PA-PROD-SW(PA-IDX) = WS-PA-TEST-SW(PA-IDX)
               CONTINUE
           ELSE
               IF ((WS-APPLY-TO-PROD OR WS-APPROVE-FOR-PROMO)
                       AND WS-PA-TEST-SW(PA-IDX) = 'Y')
                   OR (WS-APPLY-TO-TEST
                       AND WS-PA-PROD-SW(PA-IDX) = 'Y')
                   ACCEPT WS-ANSWER
                   INSPECT WS-ANSWER CONVERTING 'y' TO 'Y'
                   IF WS-ANSWER = 'Y'
                       IF WS-APPROVE-FOR-PROMO
                           PERFORM 5300-QUEUE-FOR-PROMOTION
                       ELSE
                           PERFORM 6200-APPLY-ONE-SITE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE WS-CUR-FILE-ID TO DJ-FILE-ID
               MOVE WS-PA-KEY(PA-IDX) TO DJ-KEY
               MOVE WS-WORK-BODY TO DJ-NEW-VALUE
               MOVE WS-CQ-TICKET TO DJ-TICKET
               WRITE DRIFT-JOURNAL-RECORD
               CLOSE DRIFT-JOURNAL-FILE
           END-IF.
           CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
               WS-SEAL-FUNCTION, WS-SEAL-RESULT.

       COPY CHGQPA.
       COPY FILESTPA.
