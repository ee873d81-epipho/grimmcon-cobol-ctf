      *>   registry (never built yet) leaves the flag clear so a box
      *>   without one behaves exactly as before.
      *>   8180-RECORD-ATTEMPT stamps the combination into the
      *>   registry with the business date, the sending program,
      *>   and the candidate rule (WS-AR-RULE-ID, blank if none);
      *>   a duplicate key (two sweeps racing to the same pair in
      *>   one night) is simply left as first-writer-wins.  Requires
      *>   ATRGWS in WORKING-STORAGE, ATRGFC / ATRGFD in
               MOVE WS-AR-CREDENTIAL TO AR-CREDENTIAL
               MOVE WS-BIZ-DATE TO AR-FIRST-DATE
               MOVE WS-FS-PROGRAM-ID TO AR-PROGRAM-ID
               MOVE WS-AR-RULE-ID TO AR-RULE-ID
               WRITE ATTEMPT-REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
