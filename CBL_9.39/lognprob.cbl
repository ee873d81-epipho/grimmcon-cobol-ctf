      *>               ID, readable only through the journalled
      *>               VAULTINQ inquiry.  The wire request itself is
      *>               unchanged.
      *>   2026-10-15  Every PROBERES record now carries the engagement
      *>               ID the scope check authorized the request under
      *>               (blank with no SCOPEFIL on file), so a night that
      *>               runs overlapping engagements can be separated by
      *>               client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  The LOGIN heartbeat is also posted to the keyed
      *>               current-status file (HBSTATUS) alongside MARCO's.
      *>   2026-10-15  The good account's answer is judged by the shared
      *>               login-outcome table (LOGNOUTC): YES only when it
      *>               classifies as SUCCESS, so a 200 page saying the
      *>               login failed reads BAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGNPROB.

           COPY BUDGFC.
           COPY MWINFC.
           COPY SCOPEFC.
           COPY HBSTFC.
           COPY LOUTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY BUDGFD.
       COPY MWINFD.
       COPY SCOPEFD.
       COPY HBSTFD.
       COPY LOUTFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY HBSTWS.
           COPY LOUTWS.
           01 WS-RS-STATUS          PIC X(2).
           01 WS-SL-STATUS          PIC X(2).
           01 WS-TEST-USER          PIC X(20).
                   8455-WRITE-SCOPE-EXC-EXIT
               GOBACK
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'LOGNPROB STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               GOBACK
           END-IF

           PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
               8490-LOAD-LOGIN-OUTCOMES-EXIT
           PERFORM 1000-MARK-CLOCK
           MOVE WS-MARK-CS TO WS-T0-CS
           ACCEPT WS-START-STAMP FROM TIME
               CLOSE RESPONSE-FILE
           END-IF.

      *>   The answer is judged by the shared login-outcome table:
      *>   YES only when the good account's login is classified a
      *>   SUCCESS (a 200 page saying the login failed is BAD).
       4000-PARSE-RESPONSE.
           MOVE SPACES TO WS-HR-CODE
           IF RESPONSE-RECORD = SPACES
               CALL 'HTTPRESP' USING WS-HR-STATUS-LINE,
                   WS-HR-PROTOCOL, WS-HR-CODE, WS-HR-REASON,
                   WS-HR-VALID-FLAG
               MOVE SPACES TO WS-LO-OUTCOME
               IF WS-HR-VALID-FLAG = 'Y'
                   MOVE WS-SD-SITE-NAME TO WS-LO-SITE
                   MOVE WS-HR-CODE TO WS-LO-CODE
                   MOVE WS-HR-CODE TO WS-LO-FIRST-CODE
                   MOVE WS-HR-REASON TO WS-LO-TEXT
                   PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                       8494-CLASSIFY-LOGIN-OUTCOME-EXIT
               END-IF
               IF WS-LO-SUCCESS
                   MOVE 'YES' TO WS-RECEIVED-FLAG
               ELSE
                   MOVE 'BAD' TO WS-RECEIVED-FLAG
           WRITE HEARTBEAT-LOG-RECORD FROM WS-HEARTBEAT-LINE
           MOVE 'WRITE' TO WS-FS-OPERATION
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           CLOSE HEARTBEAT-LOG-FILE
           MOVE WS-HEARTBEAT-LINE TO WS-HB-RAW
           PERFORM 8700-PARSE-HEARTBEAT THRU 8700-PARSE-HEARTBEAT-EXIT
           PERFORM 8710-POST-HB-STATUS THRU 8710-POST-HB-STATUS-EXIT.

       COPY PARMPA.
       COPY MSGLVPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY HBLOGPA.
       COPY HBSTPA.
       COPY LOUTPA.
       COPY FILESTPA.
