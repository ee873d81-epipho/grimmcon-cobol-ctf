      *> HBSTPA.cpy
      *>   8710 posts one heartbeat (the HBLOGWS fields) onto the
      *>   site's status record, creating the file and the record as
      *>   needed; 8715 is the fold itself, shared with HBREBLD so a
      *>   rebuilt file says exactly what the live one would have.
      *>   8720 reads one site's record.  Requires HBLOGWS and HBSTWS
      *>   in WORKING-STORAGE and HBSTFC / HBSTFD in FILE-CONTROL and
      *>   the FILE SECTION.
       8710-POST-HB-STATUS.
           OPEN I-O HB-STATUS-FILE
           IF WS-HS-STATUS = '35'
               OPEN OUTPUT HB-STATUS-FILE
               CLOSE HB-STATUS-FILE
               OPEN I-O HB-STATUS-FILE
           END-IF
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'HEARTBEAT STATUS FILE NOT WRITABLE, STATUS '
                       WS-HS-STATUS
           ELSE
               IF WS-HB-SITE = SPACES
                   MOVE 'DEFAULT' TO HS-SITE
               ELSE
                   MOVE WS-HB-SITE TO HS-SITE
               END-IF
               READ HB-STATUS-FILE
                   INVALID KEY
                       MOVE 0 TO HS-LAST-GOOD-DATE HS-LAST-GOOD-TIME
                                 HS-CONSEC-MISSES
               END-READ
               PERFORM 8715-FOLD-HEARTBEAT
               WRITE HB-STATUS-RECORD
                   INVALID KEY
                       REWRITE HB-STATUS-RECORD
               END-WRITE
               CLOSE HB-STATUS-FILE
           END-IF.
       8710-POST-HB-STATUS-EXIT.
           EXIT.

       8715-FOLD-HEARTBEAT.
           MOVE WS-HB-DATE TO HS-LAST-DATE
           MOVE WS-HB-TIME TO HS-LAST-TIME
           MOVE WS-HB-RECEIVED TO HS-OUTCOME
           MOVE WS-HB-ELAPSED TO HS-ELAPSED-CS
           IF WS-HB-RECEIVED = 'YES'
               MOVE 0 TO HS-CONSEC-MISSES
               MOVE WS-HB-DATE TO HS-LAST-GOOD-DATE
               MOVE WS-HB-TIME TO HS-LAST-GOOD-TIME
           ELSE
               IF HS-CONSEC-MISSES < 999999
                   ADD 1 TO HS-CONSEC-MISSES
               END-IF
           END-IF.

       8720-READ-HB-STATUS.
           MOVE 'N' TO WS-HS-FOUND-SW
           OPEN INPUT HB-STATUS-FILE
           IF WS-HS-STATUS = '00'
               MOVE WS-HS-SITE TO HS-SITE
               READ HB-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HS-FOUND-SW
               END-READ
               CLOSE HB-STATUS-FILE
           END-IF.
       8720-READ-HB-STATUS-EXIT.
           EXIT.
