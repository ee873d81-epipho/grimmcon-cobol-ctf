      *>               69, scheme 71-75, port 76-80), matching
      *>               SITEMAIN; the old slice applied only ten path
      *>               characters and corrupted longer paths.
      *>   2026-10-15  The approval journal entry carries the change
      *>               ticket the request was queued under.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
      *>   2026-10-15  New PARM-VERSION function: an approved parameter
      *>               change (such as a RATECAL pacing recommendation)
      *>               is keyed to PARMVERS effective from the business
      *>               date, and the list shows the evidence queued with
      *>               it.
      *>   2026-10-15  An approved CRED-DELETE is written to the
      *>               CREDJRNL credential change journal (shared
      *>               CRJRPA).
      *>   2026-10-15  Applies the new SITE-ZONE function queued from
      *>               SITEMAIN: rewrites the site's UTC offset and
      *>               daylight-saving rule on SITEDIR and reseals it,
      *>               as an approved SITE-HOST change does.
      *>   2026-10-15  ADHOCQUE entries carry the site or site group the
      *>               run is for; the pending list shows it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APRQFC.
           COPY PARMFC.
           COPY OPERFC.
           COPY SITEDFC.
           COPY BUDGFC.
               RECORD KEY IS CR-USERID
               FILE STATUS IS WS-IX-STATUS.
           COPY RLCKFC.
           COPY CRJRFC.
           SELECT ADHOC-QUEUE-FILE ASSIGN TO "ADHOCQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY APRQFD.
       COPY PARMFD.
       COPY OPERFD.
       COPY SITEDFD.
       COPY BUDGFD.
       COPY CREDREC.

       COPY RLCKFD.
       COPY CRJRFD.

       FD  ADHOC-QUEUE-FILE.
       01  ADHOC-QUEUE-RECORD.
           05 AH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-APPROVER           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-SITE-SEL           PIC X(8).

       FD  ADHOC-WORK-FILE.
       01  ADHOC-WORK-RECORD        PIC X(70).

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY APRQWS.
           COPY PARMWS.
           COPY BUDGWS.
           COPY RLCKWS.
           COPY CRJRWS.
           01 WS-IX-STATUS             PIC X(2).
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
                           MOVE AQ-FUNCTION TO WS-L-FUNCTION
                           MOVE AQ-PARMS(1:40) TO WS-L-PARMS
                           DISPLAY WS-LIST-LINE
                           IF AQ-FUNCTION = 'PARM-VERSION'
                               DISPLAY '        EVIDENCE: '
                                       AQ-PARMS(41:40)
                           END-IF
                       END-IF
               END-READ.

                           MOVE 'SITEDIR' TO WS-SEAL-FILE-ID
                           PERFORM I-PARA-RESEAL-MASTER
                       END-IF
                   WHEN 'SITE-ZONE'
                       PERFORM G6-PARA-APPLY-SITE-ZONE
                       IF WS-EXEC-OK-SW = 'Y'
                           MOVE 'SITEDIR' TO WS-SEAL-FILE-ID
                           PERFORM I-PARA-RESEAL-MASTER
                       END-IF
                   WHEN 'CRED-DELETE'
                       PERFORM G3-PARA-APPLY-CRED-DELETE
                       IF WS-EXEC-OK-SW = 'Y'
                       END-IF
                   WHEN 'BUDGET-OVRD'
                       PERFORM G4-PARA-APPLY-BUDGET
                   WHEN 'PARM-VERSION'
                       PERFORM G5-PARA-APPLY-PARM-VERSION
                   WHEN OTHER
                       DISPLAY 'UNKNOWN QUEUED FUNCTION: '
                               AQ-FUNCTION
                   CLOSE SITE-DIRECTORY-FILE
               END-IF.

      *>   SITE-ZONE parms: site 1-8, UTC offset 9-13, DST rule 14
      *>   (validated at entry; a blank offset puts the site back on
      *>   our clock).
           G6-PARA-APPLY-SITE-ZONE.
               OPEN I-O SITE-DIRECTORY-FILE
               IF WS-FS-STATUS NOT = '00'
                   DISPLAY 'SITE DIRECTORY NOT AVAILABLE'
                   MOVE 'N' TO WS-EXEC-OK-SW
               ELSE
                   MOVE AQ-PARMS(1:8) TO SD-SITE-NAME
                   READ SITE-DIRECTORY-FILE
                       INVALID KEY
                           DISPLAY 'SITE NO LONGER ON FILE: '
                                   SD-SITE-NAME
                           MOVE 'N' TO WS-EXEC-OK-SW
                       NOT INVALID KEY
                           MOVE AQ-PARMS(9:5) TO SD-UTC-OFFSET
                           MOVE AQ-PARMS(14:1) TO SD-DST-RULE
                           REWRITE SITE-DIRECTORY-RECORD
                           DISPLAY 'SITE ZONE CHANGED: ' SD-SITE-NAME
                   END-READ
                   CLOSE SITE-DIRECTORY-FILE
               END-IF.

           G3-PARA-APPLY-CRED-DELETE.
               OPEN I-O CREDENTIAL-FILE
               IF WS-IX-STATUS NOT = '00'
                   MOVE 'N' TO WS-EXEC-OK-SW
               ELSE
                   MOVE AQ-PARMS(1:20) TO CR-USERID
                   MOVE SPACES TO WS-CJ-IMAGE
                   MOVE AQ-PARMS(1:20) TO WS-CJ-IMAGE(1:20)
                   DELETE CREDENTIAL-FILE
                       INVALID KEY
                           DISPLAY 'USERID NO LONGER ON FILE: '
                           MOVE 'N' TO WS-EXEC-OK-SW
                       NOT INVALID KEY
                           DISPLAY 'CREDENTIAL DELETED: ' CR-USERID
                           MOVE 'APPROVE' TO WS-CJ-PROGRAM
                           MOVE 'D' TO WS-CJ-ACTION
                           PERFORM 8080-WRITE-CRED-JOURNAL THRU
                               8080-WRITE-CRED-JOURNAL-EXIT
                   END-DELETE
                   CLOSE CREDENTIAL-FILE
               END-IF.
                   END-IF
               END-IF.

      *>   The approved value takes effect from the business date,
      *>   open-ended; PARMMNT's schedule option is the way to end
      *>   or replace it later.
           G5-PARA-APPLY-PARM-VERSION.
               OPEN I-O PARM-VERSION-FILE
               IF WS-PV-STATUS = '35'
                   OPEN OUTPUT PARM-VERSION-FILE
               END-IF
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'PARM VERSION FILE NOT AVAILABLE, '
                           'STATUS ' WS-PV-STATUS
                   MOVE 'N' TO WS-EXEC-OK-SW
               ELSE
                   PERFORM 8410-GET-PARM-DATE THRU
                       8410-GET-PARM-DATE-EXIT
                   MOVE AQ-PARMS(1:8) TO PV-PROGRAM-ID
                   MOVE AQ-PARMS(9:12) TO PV-PARM-NAME
                   MOVE WS-PM-TODAY TO PV-EFF-FROM
                   MOVE 0 TO PV-EFF-TO
                   MOVE AQ-PARMS(21:20) TO PV-PARM-VALUE
                   WRITE PARM-VERSION-RECORD
                       INVALID KEY
                           REWRITE PARM-VERSION-RECORD
                   END-WRITE
                   DISPLAY 'VERSION IN FORCE: '
                           PV-PROGRAM-ID ' ' PV-PARM-NAME
                           ' FROM ' PV-EFF-FROM ' VALUE ' PV-PARM-VALUE
                   CLOSE PARM-VERSION-FILE
               END-IF.

           H-PARA-JOURNAL-DECISION.
               IF WS-DECISION-ENTRY = 'R'
                   MOVE 'REJECT REQUEST' TO WS-JR-FUNCTION
                      AQ-REQUESTER DELIMITED BY SPACE
                      INTO WS-JR-PARMS
               END-STRING
               MOVE AQ-TICKET TO WS-JR-TICKET
               PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT.

      *>   Lists the PENDING overnight entries and approves one by
                       IF AH-STATUS = 'PENDING'
                           DISPLAY AH-REQ-ID ' ' AH-OPERATOR ' '
                                   AH-PROGRAM ' DRY-RUN=' AH-DRY-RUN
                                   ' SITE=' AH-SITE-SEL
                       END-IF
               END-READ.

                   WS-SEAL-FUNCTION, WS-SEAL-RESULT.

       COPY OPERPA.
       COPY PARMPA.
       COPY RLCKPA.
       COPY CRJRPA.
       COPY FILESTPA.
