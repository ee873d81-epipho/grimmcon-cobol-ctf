       01  WS-PR-RESPONSE-CODE       PIC X(3) VALUE SPACES.
       01  WS-PR-CORRELATION-ID      PIC 9(8) VALUE 0.
       01  WS-PR-SITE-NAME           PIC X(8) VALUE 'DEFAULT'.
      *>   The engagement the scope check authorized the request
      *>   under (WS-SC-ENGAGEMENT after 8450-CHECK-SCOPE).
       01  WS-PR-ENGAGEMENT-ID       PIC X(8) VALUE SPACES.
       01  WS-PX-STATUS              PIC X(2).
