      *> CRJRPA.cpy
      *>   Appends one after-image to the credential change journal.
      *>   Requires CRJRWS in WORKING-STORAGE and CRJRFC / CRJRFD in
      *>   FILE-CONTROL and the FILE SECTION.  A journal that cannot
      *>   be opened is reported on the console but does not stop the
      *>   change already made -- the next IDXBACK backup is then the
      *>   earliest point roll-forward can be trusted from.
       8080-WRITE-CRED-JOURNAL.
           ACCEPT WS-CJ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CJ-TIME FROM TIME
           OPEN EXTEND CRED-JOURNAL-FILE
           IF WS-CJ-STATUS NOT = '00' AND WS-CJ-STATUS NOT = '05'
               DISPLAY 'CREDJRNL NOT AVAILABLE, STATUS '
                       WS-CJ-STATUS ' -- CHANGE TO '
                       WS-CJ-IMAGE(1:20) ' NOT JOURNALLED'
           ELSE
               MOVE SPACES TO CRED-JOURNAL-RECORD
               MOVE WS-CJ-DATE TO CJ-DATE
               MOVE WS-CJ-TIME TO CJ-TIME
               MOVE WS-CJ-PROGRAM TO CJ-PROGRAM
               MOVE WS-CJ-ACTION TO CJ-ACTION
               MOVE WS-CJ-IMAGE TO CJ-IMAGE
               WRITE CRED-JOURNAL-RECORD
               CLOSE CRED-JOURNAL-FILE
           END-IF.
       8080-WRITE-CRED-JOURNAL-EXIT.
           EXIT.
