      *>               sanity and prints a readiness report (BOOTRPT)
      *>               before the first NIGHTLY is attempted, ending
      *>               nonzero when anything is not ready.
      *>   2026-10-15  The starter administrator is written active with
      *>               a zero password expiry, so its first sign-on must
      *>               set a new password.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOTSTRP.


      *>   The starter operator is the administrator the shop signs
      *>   on with to set up everyone else; the password should be
      *>   changed as the first act of the first session, and the
      *>   zero expiry makes sign-on insist on it.
       1300-BUILD-OPERFILE.
           OPEN INPUT OPERATOR-FILE
           IF WS-OP-STATUS = '00'
               MOVE 'OPER0001' TO OP-OPERATOR-ID
               MOVE 'ADMIN' TO OP-PASSWORD
               MOVE 9 TO OP-AUTH-LEVEL
               MOVE 'A' TO OP-ACCOUNT-STATUS
               ACCEPT OP-PW-CHANGED-DATE FROM DATE YYYYMMDD
               MOVE 0 TO OP-PW-EXPIRY-DATE
               MOVE 0 TO OP-FAILED-COUNT
               MOVE 'N' TO OP-LOCKED-FLAG
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               ADD 1 TO WS-BUILT-COUNT
