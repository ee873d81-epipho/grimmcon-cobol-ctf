      *>               outside this screen breaks the seal and
      *>               PREFLITE refuses the night before the sweeps
      *>               run on a tampered master.
      *>   2026-10-15  ADD, CHANGE, and DELETE prompt for the change
      *>               ticket (checked against the CHGREQ register for
      *>               CREDFILE); the ticket is written to CREDAUD and
      *>               carried on a queued delete.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
      *>   2026-10-15  Appends each credential change's after-image to
      *>               the CREDJRNL change journal (shared CRJRPA), so
      *>               CREDRFWD can roll a restored backup forward.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMNT.

               FILE STATUS IS WS-CA-STATUS.
           COPY OPERFC.
           COPY APRQFC.
           COPY CHGQFC.
           COPY CRJRFC.

       DATA DIVISION.
       FILE SECTION.
           05 CA-ACTION              PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CA-USERID              PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 CA-TICKET              PIC X(10).

       COPY OPERFD.
       COPY APRQFD.
       COPY CHGQFD.
       COPY CRJRFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY APRQWS.
           COPY CHGQWS.
           COPY VALCRWS.
           COPY CRJRWS.
           01 WS-CA-STATUS             PIC X(2).
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'CREDMNT' TO WS-FS-PROGRAM-ID
               MOVE 'CREDMNT' TO WS-CJ-PROGRAM
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
           C-PARA.
               PERFORM I-PARA-GET-PAIR
               IF WS-VC-VALID
                   PERFORM L-PARA-GET-TICKET
                   MOVE WS-USERID-ENTRY TO CR-USERID
                   MOVE WS-PASSWORD-ENTRY TO CR-PASSWORD
                   MOVE 'N' TO CR-STATUS
                   MOVE 0 TO CR-LAST-ATTEMPT-DATE
                   MOVE SPACES TO CR-LAST-RESPONSE-CODE
                   PERFORM F-PARA-OPEN-FOR-WRITE
                   MOVE CREDENTIAL-RECORD TO WS-CJ-IMAGE
                   WRITE CREDENTIAL-RECORD
                       INVALID KEY
                           DISPLAY 'USERID ALREADY ON FILE -- USE CHANGE'
                           DISPLAY 'CREDENTIAL ADDED: ' CR-USERID
                           MOVE 'ADD' TO WS-AUDIT-ACTION
                           PERFORM J-PARA-WRITE-AUDIT
                           MOVE 'A' TO WS-CJ-ACTION
                           PERFORM 8080-WRITE-CRED-JOURNAL THRU
                               8080-WRITE-CRED-JOURNAL-EXIT
                           MOVE 'Y' TO WS-RESEAL-SW
                   END-WRITE
                   CLOSE CREDENTIAL-FILE
                       PERFORM 8800-VALIDATE-CREDENTIAL THRU
                           8800-VALIDATE-CREDENTIAL-EXIT
                       IF WS-VC-VALID
                           PERFORM L-PARA-GET-TICKET
                           MOVE WS-PASSWORD-ENTRY TO CR-PASSWORD
                           MOVE CREDENTIAL-RECORD TO WS-CJ-IMAGE
                           REWRITE CREDENTIAL-RECORD
                           DISPLAY 'CREDENTIAL CHANGED: ' CR-USERID
                           MOVE 'CHANGE' TO WS-AUDIT-ACTION
                           PERFORM J-PARA-WRITE-AUDIT
                           MOVE 'C' TO WS-CJ-ACTION
                           PERFORM 8080-WRITE-CRED-JOURNAL THRU
                               8080-WRITE-CRED-JOURNAL-EXIT
                           MOVE 'Y' TO WS-RESEAL-SW
                       ELSE
                           DISPLAY 'INVALID PASSWORD -- NOT CHANGED'
           G-PARA.
               DISPLAY 'Enter userid to delete: '
               ACCEPT WS-USERID-ENTRY
               PERFORM L-PARA-GET-TICKET
               MOVE WS-CQ-TICKET TO WS-AQ-TICKET
               MOVE 'CRED-DELETE' TO WS-AQ-FUNCTION
               MOVE WS-SO-OPERATOR-ID TO WS-AQ-REQUESTER
               MOVE SPACES TO WS-AQ-PARMS
               MOVE WS-AUDIT-TIME TO CA-TIME
               MOVE WS-SO-OPERATOR-ID TO CA-OPERATOR-ID
               MOVE WS-USERID-ENTRY TO CA-USERID
               MOVE WS-CQ-TICKET TO CA-TICKET
               WRITE CRED-AUDIT-RECORD
               CLOSE CRED-AUDIT-FILE.

           L-PARA-GET-TICKET.
               MOVE 'CREDFILE' TO WS-CQ-TARGET-FILE
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT.

      *>   Only status '35' -- the file genuinely absent -- may fall
      *>   through to OPEN OUTPUT: OPEN OUTPUT truncates, and any
      *>   other failure (an attribute conflict from a record laid
       COPY VALCRPA.
       COPY OPERPA.
       COPY APRQPA.
       COPY CHGQPA.
       COPY CRJRPA.
       COPY FILESTPA.
