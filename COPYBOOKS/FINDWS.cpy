       01  WS-FN-CREDENTIAL          PIC X(20).
       01  WS-FN-CORR-ID             PIC 9(8).
       01  WS-FN-RULE-ID             PIC X(4) VALUE SPACES.
       01  WS-FN-ENGAGEMENT-ID       PIC X(8) VALUE SPACES.
       01  WS-FN-LINKED-CORR-ID      PIC 9(8) VALUE 0.
      *>   The response code the site answered with, when the writer
      *>   has one; used only to match suppressions, and cleared
      *>   after each write.
       01  WS-FN-RESP-CODE           PIC X(3) VALUE SPACES.
      *>   Blank for a full compromise; M when the password was
      *>   accepted but the site demanded a second factor.
       01  WS-FN-FINDING-KIND        PIC X(1) VALUE SPACE.
           88  WS-FN-KIND-MFA        VALUE 'M'.
      *>   Severity scoring from the target metadata: tier times ten
      *>   plus exposure, zero when the userid carries no metadata.
       01  WS-TM-STATUS              PIC X(2).
               10  WS-TM-T-TIER      PIC 9(1).
               10  WS-TM-T-EXPOSURE  PIC 9(1).
       01  WS-FN-SEVERITY            PIC 9(3).
      *>   A finding that is not a credential hit (a site-level
      *>   weakness, say) has no userid to look up; its writer sets
      *>   the severity here instead, and it stands when the target
      *>   metadata scores the finding zero.  Zero leaves the
      *>   metadata score alone.
       01  WS-FN-FIXED-SEVERITY      PIC 9(3) VALUE 0.
      *>   Severity of a second-factor finding: central parameter
      *>   FINDINGS/MFA-SEVERITY when set, otherwise half the target's
      *>   score (rounded up) -- the password is valid, but it does
      *>   not open the account on its own.  Looked up once per run.
       01  WS-FN-MFA-SEV-SW          PIC X VALUE 'N'.
           88  WS-FN-MFA-SEV-LOADED  VALUE 'Y'.
       01  WS-FN-MFA-SEVERITY        PIC 9(3) VALUE 0.
       01  WS-FN-SAVE-PM-PROGRAM     PIC X(8).
       01  WS-FN-SAVE-PM-NAME        PIC X(12).
