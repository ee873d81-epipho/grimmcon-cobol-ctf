                       MOVE 'COUNTER' TO AQ-FUNCTION
                       MOVE 'COUNTER' TO AQ-STATUS
                       MOVE SPACES TO AQ-APPROVER
                       MOVE SPACES TO AQ-TICKET
                       MOVE '000002' TO AQ-PARMS
                       WRITE APPROVAL-QUEUE-RECORD
                           INVALID KEY CONTINUE
               MOVE WS-AQ-PARMS TO AQ-PARMS
               MOVE 'PENDING' TO AQ-STATUS
               MOVE SPACES TO AQ-APPROVER
               MOVE WS-AQ-TICKET TO AQ-TICKET
               WRITE APPROVAL-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL QUEUE REQUEST NUMBER CLASH: '
               CLOSE APPROVAL-QUEUE-FILE
               DISPLAY 'QUEUED FOR APPROVAL AS REQUEST '
                       WS-AQ-NEW-ID ' (' WS-AQ-FUNCTION ')'
           END-IF
           MOVE SPACES TO WS-AQ-TICKET.
       8050-ENQUEUE-APPROVAL-EXIT.
           EXIT.
