       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Promotion of validated rehearsal
      *>               configuration into production.  CFGDRIFT shows
      *>               where PARMFILE.TST and SITEDIR.TST differ from
      *>               production, and its approve-for-promotion mode
      *>               queues the differences an operator accepts (with
      *>               the change ticket covering them) on CFGPRMQ;
      *>               until now the promotion itself was a hand copy
      *>               of the files.  In promote mode this job takes a
      *>               before-image of production PARMFILE and SITEDIR
      *>               on CFGBIMG, applies every queued difference to
      *>               production, journals each key it changes to
      *>               CFGDRJRN (direction PRO, with the ticket),
      *>               refreshes the masters' SEALMAN seals, and
      *>               empties the queue.  Rollback mode restores both
      *>               masters from the before-image -- including
      *>               removing keys the promotion added -- and
      *>               journals every key it puts back (direction
      *>               RBK); the image is then marked rolled back so
      *>               it cannot be laid over later maintenance a
      *>               second time.  The job refuses to run while the
      *>               system-wide run lock is held: a promotion under
      *>               a live nightly chain would change the controls
      *>               mid-run.  RC 8 when refused or when nothing can
      *>               be done; RC 4 when a queued entry could not be
      *>               applied.
      *>   2026-10-15  SITEDIR body, before-image body, promotion value,
      *>               and journal value widened to 77 bytes to carry
      *>               the new time-zone fields, matching CFGDRIFT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGPROMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-QUEUE-FILE ASSIGN TO "CFGPRMQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO "CFGBIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-STATUS.
           SELECT PROD-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PP-STATUS.
           SELECT PROD-SITE-FILE ASSIGN TO "SITEDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SITE-NAME
               FILE STATUS IS WS-PS-STATUS.
           SELECT OPTIONAL DRIFT-JOURNAL-FILE ASSIGN TO "CFGDRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.
           COPY RLCKFC.

       DATA DIVISION.
       FILE SECTION.
      *>   Written by CFGDRIFT's approve-for-promotion mode.
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

      *>   H = header (key carries the promotion date and time),
      *>   F = a master imaged (the records that follow are its
      *>   whole content), P = PARMFILE record, S = SITEDIR record,
      *>   C = a key the promotion changed, with the new value and
      *>   ticket, R = header of an image already rolled back.
       FD  BEFORE-IMAGE-FILE.
       01  BEFORE-IMAGE-RECORD.
           05 BI-TYPE               PIC X(1).
           05 FILLER                PIC X.
           05 BI-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 BI-KEY                PIC X(20).
           05 BI-KEY-STAMP REDEFINES BI-KEY.
              10 BI-STAMP-DATE      PIC 9(8).
              10 BI-STAMP-TIME      PIC 9(8).
              10 FILLER             PIC X(4).
           05 FILLER                PIC X.
           05 BI-BODY               PIC X(77).
           05 FILLER                PIC X.
           05 BI-TICKET             PIC X(10).

       FD  PROD-PARM-FILE.
       01  PROD-PARM-RECORD.
           05 PP-KEY                PIC X(20).
           05 PP-VALUE              PIC X(20).

      *>   Body sized to SITEDFD as in CFGDRIFT: host 40, base path
      *>   20, active flag 1, scheme 5, port 5, UTC offset 5, DST
      *>   rule 1.
       FD  PROD-SITE-FILE.
       01  PROD-SITE-RECORD.
           05 PS-SITE-NAME          PIC X(8).
           05 PS-BODY               PIC X(77).

       FD  DRIFT-JOURNAL-FILE.
       01  DRIFT-JOURNAL-RECORD.
           05 DJ-DATE               PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-TIME               PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-DIRECTION          PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-FILE-ID            PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-KEY                PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-NEW-VALUE          PIC X(77).
           05 FILLER                PIC X VALUE SPACE.
           05 DJ-TICKET             PIC X(10).

       COPY RLCKFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY RLCKWS.
           01 WS-PQ-STATUS          PIC X(2).
           01 WS-BI-STATUS          PIC X(2).
           01 WS-PP-STATUS          PIC X(2).
           01 WS-PS-STATUS          PIC X(2).
           01 WS-DJ-STATUS          PIC X(2).
           01 WS-MODE               PIC X(1).
              88 WS-MODE-PROMOTE    VALUE 'P'.
              88 WS-MODE-ROLLBACK   VALUE 'R'.
           01 WS-EOF-SW             PIC X.
              88 WS-SCAN-DONE       VALUE 'Y'.
           01 WS-IMAGE-OK-SW        PIC X.
              88 WS-IMAGE-OK        VALUE 'Y'.
           01 WS-APPLY-OK-SW        PIC X.
              88 WS-APPLY-OK        VALUE 'Y'.
      *>   The approved differences, loaded before anything changes.
           01 WS-PQ-COUNT           PIC 9(3) VALUE 0.
           01 WS-PQ-DROPPED         PIC 9(3) VALUE 0.
           01 WS-PQ-TABLE.
              05 WS-PQ-ENTRY OCCURS 500 TIMES INDEXED BY PQ-IDX.
                 10 WS-PE-FILE-ID      PIC X(8).
                 10 WS-PE-KEY          PIC X(20).
                 10 WS-PE-NEW-VALUE    PIC X(77).
                 10 WS-PE-TICKET       PIC X(10).
           01 WS-NOW-DATE           PIC 9(8).
           01 WS-NOW-TIME           PIC 9(8).
           01 WS-IMAGE-DATE         PIC 9(8).
           01 WS-IMAGE-TIME         PIC 9(8).
           01 WS-CUR-TARGET         PIC X(8).
           01 WS-PARM-IMAGED        PIC 9(5) VALUE 0.
           01 WS-SITE-IMAGED        PIC 9(5) VALUE 0.
           01 WS-PARM-CHANGED       PIC 9(3) VALUE 0.
           01 WS-SITE-CHANGED       PIC 9(3) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(3) VALUE 0.
           01 WS-FAILED-COUNT       PIC 9(3) VALUE 0.
           01 WS-RESTORED-COUNT     PIC 9(3) VALUE 0.
           01 WS-JRN-DIRECTION      PIC X(3).
           01 WS-JRN-FILE-ID        PIC X(8).
           01 WS-JRN-KEY            PIC X(20).
           01 WS-JRN-VALUE          PIC X(77).
           01 WS-JRN-TICKET         PIC X(10).
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CFGPROMO' TO WS-FS-PROGRAM-ID
           MOVE 'CFGPROMO' TO WS-RL-HOLDER
           MOVE 'N' TO WS-RL-AUTO-SEIZE
           PERFORM 9600-ACQUIRE-RUN-LOCK THRU
               9600-ACQUIRE-RUN-LOCK-EXIT
           IF NOT WS-RUN-LOCK-HELD
               DISPLAY 'CFGPROMO: RUN LOCK HELD BY '
                       WS-RL-OTHER-HOLDER ' -- NOTHING PROMOTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'Promotion mode (P=promote approved differences, '
                   'R=roll back the last promotion)? '
           ACCEPT WS-MODE
           INSPECT WS-MODE CONVERTING 'pr' TO 'PR'
           EVALUATE TRUE
               WHEN WS-MODE-PROMOTE
                   PERFORM 2000-PROMOTE THRU 2000-PROMOTE-EXIT
               WHEN WS-MODE-ROLLBACK
                   PERFORM 3000-ROLLBACK THRU 3000-ROLLBACK-EXIT
               WHEN OTHER
                   DISPLAY 'CFGPROMO: MODE MUST BE P OR R'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9650-RELEASE-RUN-LOCK THRU
               9650-RELEASE-RUN-LOCK-EXIT
           GOBACK.

      *>****************************************************************
      *>   PROMOTE
      *>****************************************************************
       2000-PROMOTE.
           PERFORM 2100-LOAD-QUEUE
           IF WS-PQ-COUNT = 0
               DISPLAY 'CFGPROMO: NOTHING APPROVED FOR PROMOTION '
                       '-- BEFORE-IMAGE LEFT AS IT WAS'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-PROMOTE-EXIT
           END-IF
           IF WS-PQ-DROPPED > 0
               DISPLAY 'CFGPROMO: QUEUE HOLDS MORE THAN 500 ENTRIES '
                       '-- NOTHING PROMOTED'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-PROMOTE-EXIT
           END-IF
           PERFORM 2200-TAKE-BEFORE-IMAGE THRU
               2200-TAKE-BEFORE-IMAGE-EXIT
           IF NOT WS-IMAGE-OK
               DISPLAY 'CFGPROMO: BEFORE-IMAGE NOT TAKEN '
                       '-- NOTHING PROMOTED'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-PROMOTE-EXIT
           END-IF
           PERFORM 2300-APPLY-ONE-ENTRY
               VARYING PQ-IDX FROM 1 BY 1
               UNTIL PQ-IDX > WS-PQ-COUNT
           CLOSE BEFORE-IMAGE-FILE
           IF WS-PARM-CHANGED > 0
               MOVE 'PARMFILE' TO WS-SEAL-FILE-ID
               PERFORM 7100-RESEAL-MASTER
           END-IF
           IF WS-SITE-CHANGED > 0
               MOVE 'SITEDIR' TO WS-SEAL-FILE-ID
               PERFORM 7100-RESEAL-MASTER
           END-IF
      *>   The queue is consumed whole; an entry that failed is
      *>   approved again from CFGDRIFT once its cause is fixed.
           OPEN OUTPUT PROMO-QUEUE-FILE
           CLOSE PROMO-QUEUE-FILE
           DISPLAY 'CFGPROMO PROMOTED: ' WS-APPLIED-COUNT
                   '  FAILED: ' WS-FAILED-COUNT
                   '  BEFORE-IMAGE: ' WS-PARM-IMAGED ' PARMFILE, '
                   WS-SITE-IMAGED ' SITEDIR RECORDS'
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-PROMOTE-EXIT.
           EXIT.

       2100-LOAD-QUEUE.
           MOVE 0 TO WS-PQ-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PROMO-QUEUE-FILE
           IF WS-PQ-STATUS = '00'
               PERFORM 2110-LOAD-ONE-QUEUED UNTIL WS-SCAN-DONE
               CLOSE PROMO-QUEUE-FILE
           END-IF.

       2110-LOAD-ONE-QUEUED.
           READ PROMO-QUEUE-FILE
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF WS-PQ-COUNT < 500
                       ADD 1 TO WS-PQ-COUNT
                       SET PQ-IDX TO WS-PQ-COUNT
                       MOVE PQ-FILE-ID TO WS-PE-FILE-ID(PQ-IDX)
                       MOVE PQ-KEY TO WS-PE-KEY(PQ-IDX)
                       MOVE PQ-NEW-VALUE TO WS-PE-NEW-VALUE(PQ-IDX)
                       MOVE PQ-TICKET TO WS-PE-TICKET(PQ-IDX)
                   ELSE
                       ADD 1 TO WS-PQ-DROPPED
                   END-IF
           END-READ.

      *>   The image holds both masters whole.  A master not built
      *>   yet is imaged as empty, so a rollback removes what the
      *>   promotion created; any other open failure stops the
      *>   promotion before anything has changed.
       2200-TAKE-BEFORE-IMAGE.
           MOVE 'N' TO WS-IMAGE-OK-SW
           OPEN OUTPUT BEFORE-IMAGE-FILE
           IF WS-BI-STATUS NOT = '00'
               DISPLAY 'CFGPROMO: CFGBIMG OPEN STATUS ' WS-BI-STATUS
               GO TO 2200-TAKE-BEFORE-IMAGE-EXIT
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO BEFORE-IMAGE-RECORD
           MOVE 'H' TO BI-TYPE
           MOVE 'CFGPROMO' TO BI-FILE-ID
           MOVE WS-NOW-DATE TO BI-STAMP-DATE
           MOVE WS-NOW-TIME TO BI-STAMP-TIME
           WRITE BEFORE-IMAGE-RECORD
           OPEN INPUT PROD-PARM-FILE
           IF WS-PP-STATUS NOT = '00' AND WS-PP-STATUS NOT = '35'
               DISPLAY 'CFGPROMO: PARMFILE OPEN STATUS ' WS-PP-STATUS
               CLOSE BEFORE-IMAGE-FILE
               GO TO 2200-TAKE-BEFORE-IMAGE-EXIT
           END-IF
           MOVE SPACES TO BEFORE-IMAGE-RECORD
           MOVE 'F' TO BI-TYPE
           MOVE 'PARMFILE' TO BI-FILE-ID
           WRITE BEFORE-IMAGE-RECORD
           IF WS-PP-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2210-IMAGE-ONE-PARM UNTIL WS-SCAN-DONE
               CLOSE PROD-PARM-FILE
           END-IF
           OPEN INPUT PROD-SITE-FILE
           IF WS-PS-STATUS NOT = '00' AND WS-PS-STATUS NOT = '35'
               DISPLAY 'CFGPROMO: SITEDIR OPEN STATUS ' WS-PS-STATUS
               CLOSE BEFORE-IMAGE-FILE
               GO TO 2200-TAKE-BEFORE-IMAGE-EXIT
           END-IF
           MOVE SPACES TO BEFORE-IMAGE-RECORD
           MOVE 'F' TO BI-TYPE
           MOVE 'SITEDIR' TO BI-FILE-ID
           WRITE BEFORE-IMAGE-RECORD
           IF WS-PS-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2220-IMAGE-ONE-SITE UNTIL WS-SCAN-DONE
               CLOSE PROD-SITE-FILE
           END-IF
           SET WS-IMAGE-OK TO TRUE.
       2200-TAKE-BEFORE-IMAGE-EXIT.
           EXIT.

       2210-IMAGE-ONE-PARM.
           READ PROD-PARM-FILE NEXT RECORD
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SPACES TO BEFORE-IMAGE-RECORD
                   MOVE 'P' TO BI-TYPE
                   MOVE 'PARMFILE' TO BI-FILE-ID
                   MOVE PP-KEY TO BI-KEY
                   MOVE PP-VALUE TO BI-BODY
                   WRITE BEFORE-IMAGE-RECORD
                   ADD 1 TO WS-PARM-IMAGED
           END-READ.

       2220-IMAGE-ONE-SITE.
           READ PROD-SITE-FILE NEXT RECORD
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SPACES TO BEFORE-IMAGE-RECORD
                   MOVE 'S' TO BI-TYPE
                   MOVE 'SITEDIR' TO BI-FILE-ID
                   MOVE PS-SITE-NAME TO BI-KEY
                   MOVE PS-BODY TO BI-BODY
                   WRITE BEFORE-IMAGE-RECORD
                   ADD 1 TO WS-SITE-IMAGED
           END-READ.

       2300-APPLY-ONE-ENTRY.
           MOVE 'N' TO WS-APPLY-OK-SW
           EVALUATE WS-PE-FILE-ID(PQ-IDX)
               WHEN 'PARMFILE'
                   PERFORM 2310-APPLY-PARM
               WHEN 'SITEDIR'
                   PERFORM 2320-APPLY-SITE
               WHEN OTHER
                   DISPLAY 'CFGPROMO: NOT A PROMOTABLE FILE: '
                           WS-PE-FILE-ID(PQ-IDX)
           END-EVALUATE
           IF WS-APPLY-OK
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO BEFORE-IMAGE-RECORD
               MOVE 'C' TO BI-TYPE
               MOVE WS-PE-FILE-ID(PQ-IDX) TO BI-FILE-ID
               MOVE WS-PE-KEY(PQ-IDX) TO BI-KEY
               MOVE WS-PE-NEW-VALUE(PQ-IDX) TO BI-BODY
               MOVE WS-PE-TICKET(PQ-IDX) TO BI-TICKET
               WRITE BEFORE-IMAGE-RECORD
               MOVE 'PRO' TO WS-JRN-DIRECTION
               MOVE WS-PE-FILE-ID(PQ-IDX) TO WS-JRN-FILE-ID
               MOVE WS-PE-KEY(PQ-IDX) TO WS-JRN-KEY
               MOVE WS-PE-NEW-VALUE(PQ-IDX) TO WS-JRN-VALUE
               MOVE WS-PE-TICKET(PQ-IDX) TO WS-JRN-TICKET
               PERFORM 7000-JOURNAL-KEY
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'CFGPROMO: NOT APPLIED: '
                       WS-PE-FILE-ID(PQ-IDX) ' ' WS-PE-KEY(PQ-IDX)
           END-IF.

       2310-APPLY-PARM.
           OPEN I-O PROD-PARM-FILE
           IF WS-PP-STATUS = '35'
               OPEN OUTPUT PROD-PARM-FILE
           END-IF
           IF WS-PP-STATUS = '00'
               MOVE WS-PE-KEY(PQ-IDX) TO PP-KEY
               MOVE WS-PE-NEW-VALUE(PQ-IDX)(1:20) TO PP-VALUE
               WRITE PROD-PARM-RECORD
                   INVALID KEY
                       REWRITE PROD-PARM-RECORD
               END-WRITE
               IF WS-PP-STATUS = '00'
                   SET WS-APPLY-OK TO TRUE
                   ADD 1 TO WS-PARM-CHANGED
               END-IF
               CLOSE PROD-PARM-FILE
           END-IF.

       2320-APPLY-SITE.
           OPEN I-O PROD-SITE-FILE
           IF WS-PS-STATUS = '35'
               OPEN OUTPUT PROD-SITE-FILE
           END-IF
           IF WS-PS-STATUS = '00'
               MOVE WS-PE-KEY(PQ-IDX)(1:8) TO PS-SITE-NAME
               MOVE WS-PE-NEW-VALUE(PQ-IDX) TO PS-BODY
               WRITE PROD-SITE-RECORD
                   INVALID KEY
                       REWRITE PROD-SITE-RECORD
               END-WRITE
               IF WS-PS-STATUS = '00'
                   SET WS-APPLY-OK TO TRUE
                   ADD 1 TO WS-SITE-CHANGED
               END-IF
               CLOSE PROD-SITE-FILE
           END-IF.

      *>****************************************************************
      *>   ROLLBACK
      *>****************************************************************
      *>   Each imaged master is rebuilt from its image records; the
      *>   C records that follow name the keys the promotion touched,
      *>   and each is journalled with the value now restored (or as
      *>   removed when the promotion had added it).
       3000-ROLLBACK.
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-BI-STATUS NOT = '00'
               DISPLAY 'CFGPROMO: NO BEFORE-IMAGE ON FILE '
                       '-- NOTHING ROLLED BACK'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-ROLLBACK-EXIT
           END-IF
           MOVE SPACES TO BEFORE-IMAGE-RECORD
           READ BEFORE-IMAGE-FILE
               AT END CONTINUE
           END-READ
           IF BI-TYPE = 'R'
               DISPLAY 'CFGPROMO: PROMOTION OF ' BI-STAMP-DATE ' '
                       BI-STAMP-TIME(1:6) ' ALREADY ROLLED BACK'
               CLOSE BEFORE-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-ROLLBACK-EXIT
           END-IF
           IF BI-TYPE NOT = 'H'
               DISPLAY 'CFGPROMO: CFGBIMG IS NOT A BEFORE-IMAGE '
                       '-- NOTHING ROLLED BACK'
               CLOSE BEFORE-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-ROLLBACK-EXIT
           END-IF
           MOVE BI-STAMP-DATE TO WS-IMAGE-DATE
           MOVE BI-STAMP-TIME TO WS-IMAGE-TIME
           DISPLAY 'CFGPROMO: ROLLING BACK THE PROMOTION OF '
                   WS-IMAGE-DATE ' ' WS-IMAGE-TIME(1:6)
           MOVE SPACES TO WS-CUR-TARGET
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-RESTORE-ONE-RECORD UNTIL WS-SCAN-DONE
           PERFORM 3200-CLOSE-TARGET
           CLOSE BEFORE-IMAGE-FILE
           MOVE 'PARMFILE' TO WS-SEAL-FILE-ID
           PERFORM 7100-RESEAL-MASTER
           MOVE 'SITEDIR' TO WS-SEAL-FILE-ID
           PERFORM 7100-RESEAL-MASTER
           OPEN OUTPUT BEFORE-IMAGE-FILE
           IF WS-BI-STATUS = '00'
               MOVE SPACES TO BEFORE-IMAGE-RECORD
               MOVE 'R' TO BI-TYPE
               MOVE 'CFGPROMO' TO BI-FILE-ID
               MOVE WS-IMAGE-DATE TO BI-STAMP-DATE
               MOVE WS-IMAGE-TIME TO BI-STAMP-TIME
               WRITE BEFORE-IMAGE-RECORD
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           DISPLAY 'CFGPROMO ROLLED BACK: ' WS-RESTORED-COUNT
                   ' KEYS  (' WS-PARM-IMAGED ' PARMFILE, '
                   WS-SITE-IMAGED ' SITEDIR RECORDS RESTORED)'.
       3000-ROLLBACK-EXIT.
           EXIT.

       3100-RESTORE-ONE-RECORD.
           READ BEFORE-IMAGE-FILE
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE BI-TYPE
                       WHEN 'F'
                           PERFORM 3200-CLOSE-TARGET
                           PERFORM 3300-OPEN-TARGET THRU
                               3300-OPEN-TARGET-EXIT
                       WHEN 'P'
                           IF WS-CUR-TARGET = 'PARMFILE'
                               MOVE BI-KEY TO PP-KEY
                               MOVE BI-BODY(1:20) TO PP-VALUE
                               WRITE PROD-PARM-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                               ADD 1 TO WS-PARM-IMAGED
                           END-IF
                       WHEN 'S'
                           IF WS-CUR-TARGET = 'SITEDIR'
                               MOVE BI-KEY(1:8) TO PS-SITE-NAME
                               MOVE BI-BODY TO PS-BODY
                               WRITE PROD-SITE-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                               ADD 1 TO WS-SITE-IMAGED
                           END-IF
                       WHEN 'C'
                           PERFORM 3200-CLOSE-TARGET
                           PERFORM 3400-JOURNAL-RESTORED-KEY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3200-CLOSE-TARGET.
           EVALUATE WS-CUR-TARGET
               WHEN 'PARMFILE'
                   CLOSE PROD-PARM-FILE
               WHEN 'SITEDIR'
                   CLOSE PROD-SITE-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-CUR-TARGET.

      *>   OPEN OUTPUT empties the master before its image is laid
      *>   back, which is what takes out keys the promotion added.
       3300-OPEN-TARGET.
           EVALUATE BI-FILE-ID
               WHEN 'PARMFILE'
                   OPEN OUTPUT PROD-PARM-FILE
                   MOVE WS-PP-STATUS TO WS-FS-STATUS
                   MOVE 'PARMFILE' TO WS-FS-FILE-NAME
               WHEN 'SITEDIR'
                   OPEN OUTPUT PROD-SITE-FILE
                   MOVE WS-PS-STATUS TO WS-FS-STATUS
                   MOVE 'SITEDIR' TO WS-FS-FILE-NAME
               WHEN OTHER
                   GO TO 3300-OPEN-TARGET-EXIT
           END-EVALUATE
           MOVE 'OPEN' TO WS-FS-OPERATION
           IF WS-FS-STATUS NOT = '00'
               PERFORM 9650-RELEASE-RUN-LOCK THRU
                   9650-RELEASE-RUN-LOCK-EXIT
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
           END-IF
           MOVE BI-FILE-ID TO WS-CUR-TARGET.
       3300-OPEN-TARGET-EXIT.
           EXIT.

       3400-JOURNAL-RESTORED-KEY.
           MOVE 'RBK' TO WS-JRN-DIRECTION
           MOVE BI-FILE-ID TO WS-JRN-FILE-ID
           MOVE BI-KEY TO WS-JRN-KEY
           MOVE BI-TICKET TO WS-JRN-TICKET
           MOVE '*REMOVED*' TO WS-JRN-VALUE
           EVALUATE BI-FILE-ID
               WHEN 'PARMFILE'
                   OPEN INPUT PROD-PARM-FILE
                   IF WS-PP-STATUS = '00'
                       MOVE BI-KEY TO PP-KEY
                       READ PROD-PARM-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE PP-VALUE TO WS-JRN-VALUE
                       END-READ
                       CLOSE PROD-PARM-FILE
                   END-IF
               WHEN 'SITEDIR'
                   OPEN INPUT PROD-SITE-FILE
                   IF WS-PS-STATUS = '00'
                       MOVE BI-KEY(1:8) TO PS-SITE-NAME
                       READ PROD-SITE-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE PS-BODY TO WS-JRN-VALUE
                       END-READ
                       CLOSE PROD-SITE-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-RESTORED-COUNT
           PERFORM 7000-JOURNAL-KEY.

      *>****************************************************************
      *>   COMMON
      *>****************************************************************
       7000-JOURNAL-KEY.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND DRIFT-JOURNAL-FILE
           IF WS-DJ-STATUS = '00' OR WS-DJ-STATUS = '05'
               MOVE SPACES TO DRIFT-JOURNAL-RECORD
               MOVE WS-NOW-DATE TO DJ-DATE
               MOVE WS-NOW-TIME TO DJ-TIME
               MOVE WS-JRN-DIRECTION TO DJ-DIRECTION
               MOVE WS-JRN-FILE-ID TO DJ-FILE-ID
               MOVE WS-JRN-KEY TO DJ-KEY
               MOVE WS-JRN-VALUE TO DJ-NEW-VALUE
               MOVE WS-JRN-TICKET TO DJ-TICKET
               WRITE DRIFT-JOURNAL-RECORD
               CLOSE DRIFT-JOURNAL-FILE
           END-IF.

       7100-RESEAL-MASTER.
           MOVE 'R' TO WS-SEAL-FUNCTION
           CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
               WS-SEAL-FUNCTION, WS-SEAL-RESULT.

       COPY RLCKPA.
       COPY FILESTPA.
