       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Operator account maintenance, so
      *>               OPERFILE is no longer edited by hand.  Only the
      *>               administrator (level 9) may use it.  ADD an
      *>               operator, CHANGE an operator's authorization
      *>               level, DISABLE and RE-ENABLE an account (re-
      *>               enabling also clears a sign-on lockout), and
      *>               RESET a password; a new or reset password is
      *>               issued already expired, so the operator must
      *>               choose their own at the next sign-on.  INQUIRE
      *>               and LIST show status, lock, failed sign-ons and
      *>               password dates.  Every change names its change
      *>               ticket, is written to the operator journal,
      *>               and refreshes OPERFILE's integrity seal.
      *>   2026-10-15  LIST reads OPERFILE in key order (operator file
      *>               select now dynamic access).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERFC.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY CHGQWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           01 WS-OPERATOR-ENTRY        PIC X(8).
           01 WS-PASSWORD-ENTRY        PIC X(8).
           01 WS-LEVEL-ENTRY           PIC X(1).
           01 WS-ENTRY-VALID-SW        PIC X VALUE 'Y'.
              88 WS-ENTRY-VALID        VALUE 'Y'.
           01 WS-CHANGED-SW            PIC X VALUE 'N'.
              88 WS-RECORD-CHANGED     VALUE 'Y'.
           01 WS-BR-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-OPER-BROWSE    VALUE 'Y'.
           01 WS-SHOW-STATUS           PIC X(8).
           01 WS-SEAL-FILE-ID          PIC X(8).
           01 WS-SEAL-FUNCTION         PIC X(1).
           01 WS-SEAL-RESULT           PIC X(1).

       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'OPERMNT' TO WS-FS-PROGRAM-ID
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
               END-IF
               IF WS-SO-AUTH-LEVEL < 9
                   DISPLAY 'NOT AUTHORIZED: OPERATOR MAINTENANCE '
                           'NEEDS LEVEL 9'
                   STOP RUN
               END-IF
               PERFORM B-PARA UNTIL WS-DONE.
               STOP RUN.

           B-PARA.
               DISPLAY ' '
               DISPLAY 'OPERATOR ACCOUNT MAINTENANCE'
               DISPLAY '  1 - ADD an operator'
               DISPLAY '  2 - CHANGE an authorization level'
               DISPLAY '  3 - DISABLE an operator'
               DISPLAY '  4 - RE-ENABLE an operator (clears lockout)'
               DISPLAY '  5 - RESET a password'
               DISPLAY '  6 - INQUIRE on an operator'
               DISPLAY '  7 - LIST all operators'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM C-PARA-ADD
                   WHEN 2
                       PERFORM D-PARA-CHANGE-LEVEL
                   WHEN 3
                       PERFORM E-PARA-DISABLE
                   WHEN 4
                       PERFORM F-PARA-ENABLE
                   WHEN 5
                       PERFORM G-PARA-RESET-PASSWORD
                   WHEN 6
                       PERFORM H-PARA-INQUIRE
                   WHEN 7
                       PERFORM J-PARA-LIST
                   WHEN 0
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN.'
               END-EVALUATE.

           C-PARA-ADD.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   PERFORM K2-PARA-GET-LEVEL
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K3-PARA-GET-PASSWORD
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM L-PARA-GET-TICKET
                   MOVE WS-OPERATOR-ENTRY TO OP-OPERATOR-ID
                   MOVE WS-PASSWORD-ENTRY TO OP-PASSWORD
                   MOVE WS-LEVEL-ENTRY TO OP-AUTH-LEVEL
                   MOVE 'A' TO OP-ACCOUNT-STATUS
                   ACCEPT OP-PW-CHANGED-DATE FROM DATE YYYYMMDD
                   MOVE 0 TO OP-PW-EXPIRY-DATE
                   MOVE 0 TO OP-FAILED-COUNT
                   MOVE 'N' TO OP-LOCKED-FLAG
                   OPEN I-O OPERATOR-FILE
                   IF WS-OP-STATUS NOT = '00'
                       OPEN OUTPUT OPERATOR-FILE
                   END-IF
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY 'OPERATOR ALREADY ON FILE: '
                                   OP-OPERATOR-ID
                       NOT INVALID KEY
                           DISPLAY 'OPERATOR ADDED: ' OP-OPERATOR-ID
                                   ' LEVEL ' OP-AUTH-LEVEL
                           MOVE 'ADD OPERATOR' TO WS-JR-FUNCTION
                           PERFORM M-PARA-JOURNAL-OPERATOR
                   END-WRITE
                   CLOSE OPERATOR-FILE
                   PERFORM N-PARA-RESEAL-MASTER
               END-IF.

           D-PARA-CHANGE-LEVEL.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   PERFORM P-PARA-OPEN-AND-READ
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'CURRENT LEVEL: ' OP-AUTH-LEVEL
                   PERFORM K2-PARA-GET-LEVEL
                   IF WS-ENTRY-VALID
                       IF OP-OPERATOR-ID = WS-SO-OPERATOR-ID
                           AND WS-LEVEL-ENTRY < '9'
                           DISPLAY 'YOU CANNOT LOWER YOUR OWN LEVEL'
                       ELSE
                           PERFORM L-PARA-GET-TICKET
                           MOVE WS-LEVEL-ENTRY TO OP-AUTH-LEVEL
                           REWRITE OPERATOR-RECORD
                           SET WS-RECORD-CHANGED TO TRUE
                           DISPLAY 'LEVEL CHANGED: ' OP-OPERATOR-ID
                                   ' LEVEL ' OP-AUTH-LEVEL
                           MOVE 'CHANGE OPER LEVEL' TO WS-JR-FUNCTION
                       END-IF
                   END-IF
                   PERFORM Q-PARA-CLOSE-AND-JOURNAL
               END-IF.

           E-PARA-DISABLE.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   IF WS-OPERATOR-ENTRY = WS-SO-OPERATOR-ID
                       DISPLAY 'YOU CANNOT DISABLE YOUR OWN ACCOUNT'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM P-PARA-OPEN-AND-READ
               END-IF
               IF WS-ENTRY-VALID
                   IF OP-ACCOUNT-DISABLED
                       DISPLAY 'OPERATOR ALREADY DISABLED'
                   ELSE
                       PERFORM L-PARA-GET-TICKET
                       MOVE 'D' TO OP-ACCOUNT-STATUS
                       REWRITE OPERATOR-RECORD
                       SET WS-RECORD-CHANGED TO TRUE
                       DISPLAY 'OPERATOR DISABLED: ' OP-OPERATOR-ID
                       MOVE 'DISABLE OPERATOR' TO WS-JR-FUNCTION
                   END-IF
                   PERFORM Q-PARA-CLOSE-AND-JOURNAL
               END-IF.

           F-PARA-ENABLE.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   PERFORM P-PARA-OPEN-AND-READ
               END-IF
               IF WS-ENTRY-VALID
                   IF NOT OP-ACCOUNT-DISABLED
                       AND NOT OP-ACCOUNT-LOCKED
                       DISPLAY 'OPERATOR IS NOT DISABLED OR LOCKED'
                   ELSE
                       PERFORM L-PARA-GET-TICKET
                       MOVE 'A' TO OP-ACCOUNT-STATUS
                       MOVE 'N' TO OP-LOCKED-FLAG
                       MOVE 0 TO OP-FAILED-COUNT
                       REWRITE OPERATOR-RECORD
                       SET WS-RECORD-CHANGED TO TRUE
                       DISPLAY 'OPERATOR RE-ENABLED: ' OP-OPERATOR-ID
                       MOVE 'ENABLE OPERATOR' TO WS-JR-FUNCTION
                   END-IF
                   PERFORM Q-PARA-CLOSE-AND-JOURNAL
               END-IF.

      *>   The reset password is issued expired: the operator must
      *>   replace it at the next sign-on, so the administrator
      *>   never knows a working password.
           G-PARA-RESET-PASSWORD.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   PERFORM P-PARA-OPEN-AND-READ
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K3-PARA-GET-PASSWORD
                   IF WS-ENTRY-VALID
                       PERFORM L-PARA-GET-TICKET
                       MOVE WS-PASSWORD-ENTRY TO OP-PASSWORD
                       ACCEPT OP-PW-CHANGED-DATE FROM DATE YYYYMMDD
                       MOVE 0 TO OP-PW-EXPIRY-DATE
                       MOVE 'N' TO OP-LOCKED-FLAG
                       MOVE 0 TO OP-FAILED-COUNT
                       REWRITE OPERATOR-RECORD
                       SET WS-RECORD-CHANGED TO TRUE
                       DISPLAY 'PASSWORD RESET: ' OP-OPERATOR-ID
                               ' -- MUST BE CHANGED AT NEXT SIGN-ON'
                       MOVE 'RESET PASSWORD' TO WS-JR-FUNCTION
                   END-IF
                   PERFORM Q-PARA-CLOSE-AND-JOURNAL
               END-IF.

           H-PARA-INQUIRE.
               PERFORM K-PARA-GET-OPERATOR
               IF WS-ENTRY-VALID
                   OPEN INPUT OPERATOR-FILE
                   IF WS-OP-STATUS NOT = '00'
                       DISPLAY 'OPERATOR FILE NOT AVAILABLE'
                   ELSE
                       MOVE WS-OPERATOR-ENTRY TO OP-OPERATOR-ID
                       READ OPERATOR-FILE
                           INVALID KEY
                               DISPLAY 'OPERATOR NOT ON FILE: '
                                       OP-OPERATOR-ID
                           NOT INVALID KEY
                               PERFORM R-PARA-SHOW-OPERATOR
                       END-READ
                       CLOSE OPERATOR-FILE
                   END-IF
               END-IF.

           J-PARA-LIST.
               MOVE 'N' TO WS-BR-EOF-SW
               OPEN INPUT OPERATOR-FILE
               IF WS-OP-STATUS NOT = '00'
                   DISPLAY 'OPERATOR FILE NOT AVAILABLE'
               ELSE
                   DISPLAY 'OPERATOR LVL STATUS   FAILS CHANGED  EXPIRES'
                   PERFORM J2-PARA-LIST-ONE UNTIL END-OF-OPER-BROWSE
                   CLOSE OPERATOR-FILE
               END-IF.

           J2-PARA-LIST-ONE.
               READ OPERATOR-FILE NEXT RECORD
                   AT END SET END-OF-OPER-BROWSE TO TRUE
                   NOT AT END
                       PERFORM R-PARA-SHOW-OPERATOR
               END-READ.

           K-PARA-GET-OPERATOR.
               MOVE 'Y' TO WS-ENTRY-VALID-SW
               MOVE 'N' TO WS-CHANGED-SW
               MOVE SPACES TO WS-JR-FUNCTION
               DISPLAY 'Enter operator ID (8 char max): '
               ACCEPT WS-OPERATOR-ENTRY
               IF WS-OPERATOR-ENTRY = SPACES
                   DISPLAY 'OPERATOR ID IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K2-PARA-GET-LEVEL.
               DISPLAY 'Enter authorization level (1-9): '
               ACCEPT WS-LEVEL-ENTRY
               IF WS-LEVEL-ENTRY IS NOT NUMERIC
                   OR WS-LEVEL-ENTRY = '0'
                   DISPLAY 'LEVEL MUST BE 1 THROUGH 9'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K3-PARA-GET-PASSWORD.
               DISPLAY 'Enter temporary password: '
               ACCEPT WS-PASSWORD-ENTRY
               IF WS-PASSWORD-ENTRY = SPACES
                   DISPLAY 'PASSWORD IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           L-PARA-GET-TICKET.
               MOVE 'OPERFILE' TO WS-CQ-TARGET-FILE
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT.

      *>   The password itself is never journalled.
           M-PARA-JOURNAL-OPERATOR.
               MOVE SPACES TO WS-JR-PARMS
               STRING OP-OPERATOR-ID DELIMITED BY SPACE
                      ' LEVEL ' DELIMITED BY SIZE
                      OP-AUTH-LEVEL DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      OP-ACCOUNT-STATUS DELIMITED BY SIZE
                      INTO WS-JR-PARMS
               END-STRING
               MOVE WS-CQ-TICKET TO WS-JR-TICKET
               PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT.

           N-PARA-RESEAL-MASTER.
               MOVE 'OPERFILE' TO WS-SEAL-FILE-ID
               MOVE 'R' TO WS-SEAL-FUNCTION
               CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
                   WS-SEAL-FUNCTION, WS-SEAL-RESULT.

           P-PARA-OPEN-AND-READ.
               OPEN I-O OPERATOR-FILE
               IF WS-OP-STATUS NOT = '00'
                   DISPLAY 'OPERATOR FILE NOT AVAILABLE'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-OPERATOR-ENTRY TO OP-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY 'OPERATOR NOT ON FILE: '
                                   OP-OPERATOR-ID
                           MOVE 'N' TO WS-ENTRY-VALID-SW
                           CLOSE OPERATOR-FILE
                   END-READ
               END-IF.

      *>   The record is journalled as rewritten, before the file is
      *>   closed; the seal is refreshed once the file is closed.
           Q-PARA-CLOSE-AND-JOURNAL.
               IF WS-RECORD-CHANGED
                   PERFORM M-PARA-JOURNAL-OPERATOR
               END-IF
               CLOSE OPERATOR-FILE
               IF WS-RECORD-CHANGED
                   PERFORM N-PARA-RESEAL-MASTER
               END-IF.

           R-PARA-SHOW-OPERATOR.
               EVALUATE TRUE
                   WHEN OP-ACCOUNT-DISABLED
                       MOVE 'DISABLED' TO WS-SHOW-STATUS
                   WHEN OP-ACCOUNT-LOCKED
                       MOVE 'LOCKED' TO WS-SHOW-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE' TO WS-SHOW-STATUS
               END-EVALUATE
               DISPLAY OP-OPERATOR-ID ' ' OP-AUTH-LEVEL '   '
                       WS-SHOW-STATUS ' ' OP-FAILED-COUNT '     '
                       OP-PW-CHANGED-DATE ' ' OP-PW-EXPIRY-DATE.

       COPY OPERPA.
       COPY CHGQPA.
