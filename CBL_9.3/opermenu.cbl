      *>               budget, scope, and logging as scheduled
      *>               work, and marks each entry with its outcome
      *>               for the requester to read next morning.
      *>   2026-10-15  Budget override prompts for the change ticket
      *>               (checked against the CHGREQ register for BUDGCTR)
      *>               and carries it on the queued approval.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
      *>   2026-10-15  Queueing a run for tonight also takes a site or
      *>               site group (blank for the usual sites), carried
      *>               on the ADHOCQUE entry and in the journal line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMENU.

           COPY OPERFC.
           COPY APRQFC.
           COPY RLCKFC.
           COPY CHGQFC.
           SELECT OPTIONAL ADHOC-QUEUE-FILE ASSIGN TO "ADHOCQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           COPY OPERFD.
           COPY APRQFD.
           COPY RLCKFD.
           COPY CHGQFD.

       FD  ADHOC-QUEUE-FILE.
       01  ADHOC-QUEUE-RECORD.
           05 AH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-APPROVER           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-SITE-SEL           PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERWS.
           COPY APRQWS.
           COPY RLCKWS.
           COPY CHGQWS.
           01 WS-OVERRIDE-ENTRY        PIC 9(8).
           01 WS-LOCK-OVRD-ENTRY       PIC X(1).
           01 WS-AH-STATUS             PIC X(2).
           01 WS-AH-NEXT-ID            PIC 9(4).
           01 WS-QUEUE-PROG-ENTRY      PIC 9(1).
           01 WS-QUEUE-DATE            PIC 9(8).
           01 WS-QUEUE-SITE-ENTRY      PIC X(8).
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           G-PARA-BUDGET-OVERRIDE.
               DISPLAY 'New BUDGCTR allowance (8 digits): '
               ACCEPT WS-OVERRIDE-ENTRY
               MOVE 'BUDGCTR' TO WS-CQ-TARGET-FILE
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT
               MOVE WS-CQ-TICKET TO WS-AQ-TICKET
               MOVE 'BUDGET-OVRD' TO WS-AQ-FUNCTION
               MOVE WS-SO-OPERATOR-ID TO WS-AQ-REQUESTER
               MOVE SPACES TO WS-AQ-PARMS
               DISPLAY 'Dry run (Y/N)? '
               ACCEPT WS-DRY-RUN-ENTRY
               INSPECT WS-DRY-RUN-ENTRY CONVERTING 'yn' TO 'YN'
               DISPLAY 'Site or site group (blank for the usual): '
               MOVE SPACES TO WS-QUEUE-SITE-ENTRY
               ACCEPT WS-QUEUE-SITE-ENTRY
               MOVE 0 TO WS-AH-NEXT-ID
               MOVE 'N' TO WS-AH-EOF-SW
               OPEN INPUT ADHOC-QUEUE-FILE
                       MOVE 0 TO AH-RC
                       MOVE WS-QUEUE-DATE TO AH-RUN-DATE
                       MOVE SPACES TO AH-APPROVER
                       MOVE WS-QUEUE-SITE-ENTRY TO AH-SITE-SEL
                       WRITE ADHOC-QUEUE-RECORD
                       CLOSE ADHOC-QUEUE-FILE
                       DISPLAY 'QUEUED FOR TONIGHT AS AD-HOC '
                       STRING AH-PROGRAM DELIMITED BY SPACE
                              ' DRY-RUN=' DELIMITED BY SIZE
                              AH-DRY-RUN DELIMITED BY SIZE
                              ' SITE=' DELIMITED BY SIZE
                              AH-SITE-SEL DELIMITED BY SPACE
                              INTO WS-JR-PARMS
                       END-STRING
                       PERFORM 8600-WRITE-JOURNAL THRU
       COPY OPERPA.
       COPY APRQPA.
       COPY RLCKPA.
       COPY CHGQPA.
