      *> LOUTFD.cpy - FDs for the login-outcome classification table
      *>   and its unmatched-response log.
      *>   One LOGNOUTC record per rule.  LO-SITE-NAME is the site
      *>   the rule is for, or DEFAULT for a rule every site falls
      *>   back to.  LO-CODE limits the rule to one status code
      *>   (blank = any code).  LO-TYPE C = the code alone decides,
      *>   L = redirect target (the response as first answered was a
      *>   3xx and its captured text contains LO-VALUE), T = body
      *>   text (the captured text contains LO-VALUE anywhere).
      *>   LO-OUTCOME S = SUCCESS, F = FAIL, L = LOCKED, E = ERROR,
      *>   M = MFA (the password was accepted and the site answered
      *>   with a second-factor or one-time-code challenge).
      *>   Text matches ignore case.
       FD  LOGIN-OUTCOME-FILE.
       01  LOGIN-OUTCOME-RECORD.
           05 LO-SITE-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 LO-CODE                PIC X(3).
           05 FILLER                 PIC X.
           05 LO-TYPE                PIC X(1).
           05 FILLER                 PIC X.
           05 LO-OUTCOME             PIC X(1).
           05 FILLER                 PIC X.
           05 LO-VALUE               PIC X(40).

      *>   One record per response no rule matched: who sent it, for
      *>   which site, the code as first answered and as finally
      *>   landed, the outcome the probe fell back to, and the text
      *>   the capture carried after the status code.
       FD  LOGIN-MISS-FILE.
       01  LOGIN-MISS-RECORD.
           05 LX-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 LX-PROGRAM-ID          PIC X(8).
           05 FILLER                 PIC X.
           05 LX-SITE-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 LX-CORR-ID             PIC 9(8).
           05 FILLER                 PIC X.
           05 LX-FIRST-CODE          PIC X(3).
           05 FILLER                 PIC X.
           05 LX-CODE                PIC X(3).
           05 FILLER                 PIC X.
           05 LX-OUTCOME             PIC X(1).
           05 FILLER                 PIC X.
           05 LX-TEXT                PIC X(40).
