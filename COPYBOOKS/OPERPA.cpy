      *>   checks them against the keyed operator file, allowing
      *>   three attempts; success leaves WS-SIGNED-ON set and the
      *>   operator's authorization level in WS-SO-AUTH-LEVEL.  A
      *>   disabled or locked account is refused.  Each wrong
      *>   password adds to the operator's failed-sign-on count and
      *>   WS-SO-MAX-FAILURES in a row lock the account (journalled
      *>   as LOCKED OUT); a good password clears the count.  An
      *>   expired password (or a new or reset account, expiry
      *>   zero) must be replaced before the session is allowed; the
      *>   new password is journalled as PASSWORD CHANGE and the
      *>   operator file's integrity seal refreshed.  A
      *>   missing OPERFILE means security has not been configured
      *>   on this box yet: the session is allowed at administrator
      *>   level with a loud console warning rather than locking
      *>   creates a starter operator file; until then the journal
      *>   still records everything done).
      *>   8600-WRITE-JOURNAL appends one action record (operator,
      *>   date, time, function, parameters, change ticket) to the
      *>   journal.
      *>   Requires OPERWS to be copied into WORKING-STORAGE and
      *>   OPERFC / OPERFD to be copied into FILE-CONTROL and the
      *>   FILE SECTION.
       8500-SIGN-ON.
           MOVE 'N' TO WS-SO-PW-CHANGED-SW
           MOVE 'N' TO WS-SO-LOCKED-OUT-SW
           ACCEPT WS-SO-TODAY FROM DATE YYYYMMDD
           OPEN I-O OPERATOR-FILE
           IF WS-OP-STATUS NOT = '00'
               DISPLAY '** NO OPERATOR FILE -- SECURITY NOT CONFIGURED'
               DISPLAY '** SESSION ALLOWED AT ADMINISTRATOR LEVEL'
               IF NOT WS-SIGNED-ON
                   DISPLAY 'SIGN-ON FAILED -- SESSION ENDED'
               END-IF
               IF WS-SO-PW-CHANGED
                   MOVE 'PASSWORD CHANGE' TO WS-JR-FUNCTION
                   MOVE 'EXPIRED PASSWORD REPLACED' TO WS-JR-PARMS
                   PERFORM 8600-WRITE-JOURNAL THRU
                       8600-WRITE-JOURNAL-EXIT
                   MOVE 'OPERFILE' TO WS-SO-SEAL-FILE-ID
                   MOVE 'R' TO WS-SO-SEAL-FUNCTION
                   CALL 'FILESEAL' USING WS-SO-SEAL-FILE-ID,
                       WS-SO-SEAL-FUNCTION, WS-SO-SEAL-RESULT
               END-IF
           END-IF.
       8500-SIGN-ON-EXIT.
           EXIT.
               INVALID KEY
                   DISPLAY 'OPERATOR NOT ON FILE'
               NOT INVALID KEY
                   PERFORM 8515-CHECK-ACCOUNT THRU
                       8515-CHECK-ACCOUNT-EXIT
           END-READ.

      *>   Status and lock are checked before the password, so a
      *>   locked account gives nothing away about its password.
       8515-CHECK-ACCOUNT.
           IF OP-FAILED-COUNT IS NOT NUMERIC
               MOVE 0 TO OP-FAILED-COUNT
           END-IF
           IF OP-ACCOUNT-DISABLED
               DISPLAY 'OPERATOR DISABLED -- SEE THE ADMINISTRATOR'
               GO TO 8515-CHECK-ACCOUNT-EXIT
           END-IF
           IF OP-ACCOUNT-LOCKED
               DISPLAY 'OPERATOR LOCKED AFTER FAILED SIGN-ONS -- '
                       'SEE THE ADMINISTRATOR'
               GO TO 8515-CHECK-ACCOUNT-EXIT
           END-IF
           IF OP-PASSWORD NOT = WS-SO-PASSWORD-ENTRY
               ADD 1 TO OP-FAILED-COUNT
               IF OP-FAILED-COUNT >= WS-SO-MAX-FAILURES
                   MOVE 'Y' TO OP-LOCKED-FLAG
                   SET WS-SO-LOCKED-OUT TO TRUE
                   DISPLAY 'PASSWORD DOES NOT MATCH -- OPERATOR '
                           'NOW LOCKED'
                   MOVE 'LOCKED OUT' TO WS-JR-FUNCTION
                   MOVE SPACES TO WS-JR-PARMS
                   STRING 'FAILED SIGN-ONS: ' DELIMITED BY SIZE
                          OP-FAILED-COUNT DELIMITED BY SIZE
                          INTO WS-JR-PARMS
                   END-STRING
                   PERFORM 8600-WRITE-JOURNAL THRU
                       8600-WRITE-JOURNAL-EXIT
               ELSE
                   DISPLAY 'PASSWORD DOES NOT MATCH'
               END-IF
               REWRITE OPERATOR-RECORD
               GO TO 8515-CHECK-ACCOUNT-EXIT
           END-IF
           MOVE 0 TO OP-FAILED-COUNT
           IF OP-PW-EXPIRY-DATE IS NOT NUMERIC
               MOVE 0 TO OP-PW-EXPIRY-DATE
           END-IF
           IF OP-PW-EXPIRY-DATE = 0
               OR OP-PW-EXPIRY-DATE < WS-SO-TODAY
               PERFORM 8520-CHANGE-PASSWORD THRU
                   8520-CHANGE-PASSWORD-EXIT
               IF NOT WS-SO-PW-CHANGED
                   REWRITE OPERATOR-RECORD
                   GO TO 8515-CHECK-ACCOUNT-EXIT
               END-IF
           END-IF
           REWRITE OPERATOR-RECORD
           MOVE OP-AUTH-LEVEL TO WS-SO-AUTH-LEVEL
           SET WS-SIGNED-ON TO TRUE
           DISPLAY 'SIGNED ON: ' WS-SO-OPERATOR-ID
                   ' LEVEL ' WS-SO-AUTH-LEVEL
                   ' PASSWORD EXPIRES ' OP-PW-EXPIRY-DATE.
       8515-CHECK-ACCOUNT-EXIT.
           EXIT.

       8520-CHANGE-PASSWORD.
           DISPLAY 'PASSWORD EXPIRED -- A NEW PASSWORD MUST BE SET'
           DISPLAY 'Enter new password: '
           ACCEPT WS-SO-NEW-PASSWORD
           DISPLAY 'Enter new password again: '
           ACCEPT WS-SO-CONFIRM-PASSWORD
           IF WS-SO-NEW-PASSWORD = SPACES
               OR WS-SO-NEW-PASSWORD NOT = WS-SO-CONFIRM-PASSWORD
               DISPLAY 'PASSWORDS BLANK OR DO NOT MATCH -- NOT CHANGED'
               GO TO 8520-CHANGE-PASSWORD-EXIT
           END-IF
           IF WS-SO-NEW-PASSWORD = OP-PASSWORD
               DISPLAY 'NEW PASSWORD MUST DIFFER FROM THE OLD ONE'
               GO TO 8520-CHANGE-PASSWORD-EXIT
           END-IF
           MOVE WS-SO-NEW-PASSWORD TO OP-PASSWORD
           MOVE WS-SO-TODAY TO OP-PW-CHANGED-DATE
           COMPUTE WS-SO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SO-TODAY) + WS-SO-PW-AGE-DAYS
           COMPUTE OP-PW-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SO-DATE-INT)
           SET WS-SO-PW-CHANGED TO TRUE
           DISPLAY 'PASSWORD CHANGED'.
       8520-CHANGE-PASSWORD-EXIT.
           EXIT.

       8600-WRITE-JOURNAL.
           ACCEPT WS-JR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JR-TIME FROM TIME
           MOVE WS-JR-TIME TO OJ-TIME
           MOVE WS-JR-FUNCTION TO OJ-FUNCTION
           MOVE WS-JR-PARMS TO OJ-PARMS
           MOVE WS-JR-TICKET TO OJ-TICKET
           WRITE OPERATOR-JOURNAL-RECORD
           CLOSE OPERATOR-JOURNAL-FILE
           MOVE SPACES TO WS-JR-TICKET.
       8600-WRITE-JOURNAL-EXIT.
           EXIT.
