      *>   alert number is one more than the record count -- the
      *>   queue is small and append-only between ALERTCON rewrites,
      *>   and a duplicate number would only cosmetically confuse a
      *>   listing, never lose an alert.  An alert matching a
      *>   suppression in force on SUPPREG is still queued, as status
      *>   S with the suppression's ID in the acknowledging-operator
      *>   field, so it is on record but never listed, escalated, or
      *>   paged.  Requires ALRTWS and SUPRWS in WORKING-STORAGE and
      *>   ALRTFC / ALRTFD and SUPRFC / SUPRFD in FILE-CONTROL and the
      *>   FILE SECTION, and SUPRPA.
       8650-ENQUEUE-ALERT.
           MOVE 0 TO WS-AL-NEW-ID
           MOVE 'N' TO WS-AL-EQ-EOF-SW
           ADD 1 TO WS-AL-NEW-ID
           ACCEPT WS-AL-ENQ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AL-ENQ-TIME FROM TIME
           MOVE 'ALERTQUE' TO WS-XS-VIEW
           MOVE WS-AL-SOURCE TO WS-XS-KEY-PROGRAM
           MOVE WS-AL-SITE-NAME TO WS-XS-KEY-SITE
           MOVE SPACES TO WS-XS-KEY-USERID WS-XS-KEY-RESP-CODE
           MOVE WS-AL-MESSAGE TO WS-XS-KEY-TEXT
           MOVE SPACES TO WS-XS-REF
           STRING 'ALERT ' DELIMITED BY SIZE
                  WS-AL-NEW-ID DELIMITED BY SIZE
                  INTO WS-XS-REF
           END-STRING
           PERFORM 8774-CHECK-SUPPRESSION THRU
               8774-CHECK-SUPPRESSION-EXIT
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-AL-STATUS = '00' OR WS-AL-STATUS = '05'
               MOVE SPACES TO ALERT-QUEUE-RECORD
               MOVE SPACES TO AL-ACK-OPER
               MOVE SPACES TO AL-NOTE
               MOVE WS-AL-MESSAGE TO AL-MESSAGE
               MOVE WS-AL-FAILURE-TYPE TO AL-FAILURE-TYPE
               IF WS-XS-SUPPRESSED
                   MOVE 'S' TO AL-STATUS
                   MOVE WS-XS-HIT-ID TO AL-ACK-OPER
                   MOVE 'SUPPRESSED' TO AL-NOTE
               END-IF
               WRITE ALERT-QUEUE-RECORD
               CLOSE ALERT-QUEUE-FILE
           ELSE
               DISPLAY WS-AL-SOURCE
                       ': ALERT QUEUE NOT WRITABLE, STATUS '
                       WS-AL-STATUS ' -- ALERT NOT ENQUEUED'
           END-IF
           MOVE SPACES TO WS-AL-FAILURE-TYPE
           MOVE SPACES TO WS-AL-SITE-NAME.
       8650-ENQUEUE-ALERT-EXIT.
           EXIT.

