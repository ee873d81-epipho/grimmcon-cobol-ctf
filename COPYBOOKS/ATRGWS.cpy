      *>   send the caller performs the record so every later sweep
      *>   -- this program or another -- sees it.  A registry that
      *>   has never been built means nothing is suppressed.
      *>   WS-AR-RULE-ID is set by a sweep running from the CANDRULE
      *>   rule stream to the rule behind the credential, and left
      *>   blank by everything else.
       01  WS-AR-STATUS              PIC X(2).
       01  WS-AR-SITE-NAME           PIC X(8) VALUE 'DEFAULT'.
       01  WS-AR-USERID              PIC X(20).
       01  WS-AR-CREDENTIAL          PIC X(20).
       01  WS-AR-RULE-ID             PIC X(4) VALUE SPACES.
       01  WS-AR-FOUND-SW            PIC X VALUE 'N'.
           88  WS-COMBO-TRIED        VALUE 'Y'.
