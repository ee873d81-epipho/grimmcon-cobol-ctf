      *> LOUTFC.cpy - FILE-CONTROL entries for the shared login-
      *>   outcome classification table and its unmatched-response
      *>   log.  LOGNOUTC holds per-site rules that turn a captured
      *>   login response into SUCCESS, FAIL, LOCKED, ERROR, or MFA
      *>   (password valid, second factor required) by status code,
      *>   redirect target, and body text; every login probe
      *>   classifies through it instead of deciding on the status
      *>   code alone.  A response that no rule matched is
      *>   appended to LOGNMISS (OPTIONAL so the first one creates
      *>   it) for LOUTTUNE to report, so the table can be tuned.
      *>   Both carry their own status fields so a classification in
      *>   the middle of another file's read loop cannot disturb that
      *>   file's status checks.
           SELECT OPTIONAL LOGIN-OUTCOME-FILE ASSIGN TO "LOGNOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-STATUS.
           SELECT OPTIONAL LOGIN-MISS-FILE ASSIGN TO "LOGNMISS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LX-STATUS.
