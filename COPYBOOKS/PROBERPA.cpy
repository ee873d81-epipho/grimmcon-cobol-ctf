           MOVE WS-PR-RESPONSE-CODE TO PR-RESPONSE-CODE
           MOVE WS-PR-CORRELATION-ID TO PR-CORRELATION-ID
           MOVE WS-PR-SITE-NAME TO PR-SITE-NAME
           MOVE WS-PR-ENGAGEMENT-ID TO PR-ENGAGEMENT-ID
           WRITE PROBE-RESULT-RECORD
           MOVE 'WRITE' TO WS-FS-OPERATION
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
