      *>   follow action consumes the next unused capture entry for
      *>   that ID -- up to the hop limit -- and leaves the final
      *>   landing code in WS-RM-RESPONSE-CODE for the caller to
      *>   store in PR-RESPONSE-CODE (the code it started from is
      *>   kept in WS-RA-FIRST-CODE); each hop is noted on the
      *>   console.  A retry action consumes exactly one more
      *>   capture; hard-fail leaves the code standing, which the
      *>   callers already count as a failure.  Requires RSPACWS,

       8920-RESOLVE-REDIRECT-HOPS.
           MOVE 0 TO WS-RA-HOPS-DONE
           MOVE WS-RM-RESPONSE-CODE TO WS-RA-FIRST-CODE
           MOVE 'N' TO WS-RA-RESOLVE-SW
           IF WS-RA-COUNT = 0 OR WS-RM-RESPONSE-CODE = SPACES
               SET WS-RA-RESOLVED TO TRUE
