      *> CAMPPA.cpy
      *>   8760 builds the night-file name from WS-CN-PREFIX and
      *>   WS-CN-DATE and opens it; a file that is there -- even an
      *>   empty one, which is a planned night off -- puts the run in
      *>   campaign mode and is left open for the caller to read and
      *>   close.  8765 appends one progress record from the WS-CP
      *>   fields, dated with WS-CN-DATE.  Requires CAMPWS in
      *>   WORKING-STORAGE and CAMPFC / CAMPFD in FILE-CONTROL and the
      *>   FILE SECTION.
       8760-OPEN-CAMPAIGN-NIGHT.
           MOVE 'N' TO WS-CAMPAIGN-SW
           MOVE 'N' TO WS-CN-EOF-SW
           MOVE SPACES TO WS-CN-FILE-NAME
           STRING WS-CN-PREFIX DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-CN-DATE DELIMITED BY SIZE
                  INTO WS-CN-FILE-NAME
           END-STRING
           OPEN INPUT CAMPAIGN-NIGHT-FILE
           IF WS-CN-STATUS = '00'
               SET WS-CAMPAIGN-MODE TO TRUE
           ELSE
               IF WS-CN-STATUS = '05'
                   CLOSE CAMPAIGN-NIGHT-FILE
               END-IF
           END-IF.
       8760-OPEN-CAMPAIGN-NIGHT-EXIT.
           EXIT.

       8765-POST-CAMPAIGN-PROGRESS.
           OPEN EXTEND CAMPAIGN-PROGRESS-FILE
           IF WS-CP-STATUS NOT = '00' AND WS-CP-STATUS NOT = '05'
               DISPLAY 'CAMPAIGN PROGRESS FILE NOT WRITABLE, STATUS '
                       WS-CP-STATUS
           ELSE
               MOVE SPACES TO CAMPAIGN-PROGRESS-RECORD
               MOVE WS-CN-DATE TO CP-DATE
               MOVE WS-CP-PROGRAM-ID TO CP-PROGRAM-ID
               MOVE WS-CP-USERID TO CP-USERID
               MOVE WS-CP-FROM TO CP-FROM
               MOVE WS-CP-TO TO CP-TO
               MOVE WS-CP-NEXT TO CP-NEXT
               MOVE WS-CP-OUTCOME TO CP-OUTCOME
               WRITE CAMPAIGN-PROGRESS-RECORD
               CLOSE CAMPAIGN-PROGRESS-FILE
           END-IF.
       8765-POST-CAMPAIGN-PROGRESS-EXIT.
           EXIT.
