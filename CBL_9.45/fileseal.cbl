      *>               M no seal or no file on record yet -- a master
      *>               never sealed must not lock a fresh checkout
      *>               out of its first night.
      *>   2026-10-15  OPERFILE record widened (account status, password
      *>               dates, failed-sign-on count, locked flag); the
      *>               seal covers everything but the failed count and
      *>               locked flag, which every sign-on updates.
      *>   2026-10-15  Fold buffer widened from 80 to 90 bytes so the
      *>               two SITEDIR time-zone fields (85-byte record) are
      *>               sealed; blanks are not folded, so seals taken on
      *>               the older layouts still verify.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILESEAL.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID        PIC X(8).
           05 OM-BODY               PIC X(26).
           05 OM-SIGN-ON-STATE      PIC X(2).

       FD  PARAMETER-MASTER-FILE.
       01  PARAMETER-MASTER-RECORD.
           01 WS-SEAL               PIC 9(10).
           01 WS-SEAL-SEED          PIC 9(5).
           01 WS-CHKSUM-RC          PIC 9(1).
           01 WS-WORK-REC           PIC X(90).
           01 WS-CHAR-IDX           PIC 9(3).
           01 WS-CHAR-ORD           PIC 9(3).
           01 WS-STAMP-DATE         PIC 9(8).
               AT END SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-REC
                   MOVE OM-OPERATOR-ID TO WS-WORK-REC(1:8)
                   MOVE OM-BODY TO WS-WORK-REC(9:26)
                   PERFORM 1900-FOLD-WORK-REC
           END-READ.

       1900-FOLD-WORK-REC.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 90
               IF WS-WORK-REC(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-CHAR-ORD = FUNCTION ORD(
                       WS-WORK-REC(WS-CHAR-IDX:1))
