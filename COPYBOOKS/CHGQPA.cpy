      *> CHGQPA.cpy
      *>   Prompts for the change ticket authorizing the change
      *>   about to be made to WS-CQ-TARGET-FILE and checks it
      *>   against the register: on file, APPROVED, raised against
      *>   this file, and open now (window start and end compared
      *>   as YYYYMMDDHHMM).  Each failed check is a console
      *>   warning only.  Requires CHGQWS in WORKING-STORAGE and
      *>   CHGQFC / CHGQFD in FILE-CONTROL and the FILE SECTION.
       8560-GET-CHANGE-TICKET.
           DISPLAY 'Change ticket number (blank if none): '
           ACCEPT WS-CQ-TICKET
           IF WS-CQ-TICKET = SPACES
               DISPLAY '** NO CHANGE TICKET -- THIS CHANGE WILL '
                       'REPORT AS UNTICKETED'
               GO TO 8560-GET-CHANGE-TICKET-EXIT
           END-IF
           MOVE 'N' TO WS-CQ-FOUND-SW
           MOVE 'N' TO WS-CQ-EOF-SW
           OPEN INPUT CHANGE-REQUEST-FILE
           IF WS-CQ-STATUS = '00'
               PERFORM 8565-FIND-ONE-TICKET
                   UNTIL WS-CQ-SCAN-DONE OR WS-CQ-TICKET-FOUND
               CLOSE CHANGE-REQUEST-FILE
           END-IF
           IF NOT WS-CQ-TICKET-FOUND
               DISPLAY '** TICKET ' WS-CQ-TICKET
                       ' NOT ON THE CHANGE REGISTER'
               GO TO 8560-GET-CHANGE-TICKET-EXIT
           END-IF
           IF CQ-STATUS NOT = 'APPROVED'
               DISPLAY '** TICKET ' WS-CQ-TICKET ' IS ' CQ-STATUS
                       ', NOT APPROVED'
           END-IF
           IF CQ-TARGET-FILE NOT = WS-CQ-TARGET-FILE
               DISPLAY '** TICKET ' WS-CQ-TICKET ' IS FOR '
                       CQ-TARGET-FILE ', NOT ' WS-CQ-TARGET-FILE
           END-IF
           ACCEPT WS-CQ-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CQ-NOW-TIME FROM TIME
           COMPUTE WS-CQ-NOW-STAMP = WS-CQ-NOW-DATE * 10000
               + WS-CQ-NOW-TIME / 10000
           COMPUTE WS-CQ-START-STAMP = CQ-WIN-START-DATE * 10000
               + CQ-WIN-START-TIME
           COMPUTE WS-CQ-END-STAMP = CQ-WIN-END-DATE * 10000
               + CQ-WIN-END-TIME
           IF WS-CQ-NOW-STAMP < WS-CQ-START-STAMP
               OR WS-CQ-NOW-STAMP > WS-CQ-END-STAMP
               DISPLAY '** OUTSIDE THE TICKET WINDOW '
                       CQ-WIN-START-DATE ' ' CQ-WIN-START-TIME
                       ' - ' CQ-WIN-END-DATE ' ' CQ-WIN-END-TIME
           END-IF.
       8560-GET-CHANGE-TICKET-EXIT.
           EXIT.

       8565-FIND-ONE-TICKET.
           READ CHANGE-REQUEST-FILE
               AT END SET WS-CQ-SCAN-DONE TO TRUE
               NOT AT END
                   IF CQ-TICKET = WS-CQ-TICKET
                       SET WS-CQ-TICKET-FOUND TO TRUE
                   END-IF
           END-READ.
