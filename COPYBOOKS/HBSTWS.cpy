      *> HBSTWS.cpy
      *>   Working-storage for the keyed current-heartbeat status file
      *>   (HBSTPA).  A writer fills the HBLOGWS heartbeat fields
      *>   (WS-HB-DATE, -TIME, -RECEIVED, -ELAPSED, -SITE) and performs
      *>   8710-POST-HB-STATUS; a reader moves the site to WS-HS-SITE,
      *>   performs 8720-READ-HB-STATUS, and finds the record in the
      *>   HS- fields when WS-HS-FOUND.  A status file that cannot be
      *>   written must never fail a probe: the failure is noted on
      *>   the console and HBREBLD puts it right from MARCOLOG.
       01  WS-HS-STATUS              PIC X(2).
       01  WS-HS-SITE                PIC X(8).
       01  WS-HS-FOUND-SW            PIC X(1).
           88 WS-HS-FOUND            VALUE 'Y'.
