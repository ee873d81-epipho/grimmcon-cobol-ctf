      *>   Working-storage for enqueueing one alert
      *>   (8650-ENQUEUE-ALERT in ALRTPA).  The caller fills the
      *>   severity (1 advisory, 2 degraded, 3 serious), its own
      *>   source name, the message text, and the failure type
      *>   (the run-book key; left blank it stays blank), and
      *>   performs the enqueue; the alert lands open (status O)
      *>   for the ALERTCON console to work.  A queue that cannot
      *>   be written must not take the caller down with it -- the
      *>   enqueue notes the failure on the console and carries on.
       01  WS-AL-STATUS              PIC X(2).
       01  WS-AL-SEVERITY            PIC 9(1).
       01  WS-AL-SOURCE              PIC X(8).
       01  WS-AL-MESSAGE             PIC X(40).
       01  WS-AL-FAILURE-TYPE        PIC X(8) VALUE SPACES.
      *>   The site the alert is about, when the caller knows it;
      *>   used only to match suppressions, and cleared after each
      *>   enqueue.
       01  WS-AL-SITE-NAME           PIC X(8) VALUE SPACES.
       01  WS-AL-NEW-ID              PIC 9(6).
       01  WS-AL-EQ-EOF-SW           PIC X.
           88  WS-AL-COUNT-DONE      VALUE 'Y'.
