      *> SOWNWS.cpy
      *>   Working-storage for the site-owner master (8300-LOAD-SITE-
      *>   OWNERS / 8320-FIND-SITE-OWNER in SOWNPA).  The caller loads
      *>   the tables once, then moves a site name to WS-SO-SITE and
      *>   tests WS-SITE-OWNED; the owner's row in the owner table is
      *>   left in WS-SO-OWNER-IX.  Each owning group appears once in
      *>   the owner table however many sites it holds; the contact
      *>   on its first site record is the one used.
       01  WS-SO-STATUS              PIC X(2).
       01  WS-SO-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-SITE-OWNERS    VALUE 'Y'.
       01  WS-SO-SITE-COUNT          PIC 9(3) VALUE 0.
       01  WS-SO-SITE-TABLE.
           05  WS-SO-SITE-ENTRY OCCURS 200 TIMES INDEXED BY SOS-IDX.
               10  WS-SO-T-SITE      PIC X(8).
               10  WS-SO-T-OWNER-IX  PIC 9(3).
       01  WS-SO-OWNER-COUNT         PIC 9(3) VALUE 0.
       01  WS-SO-OWNER-TABLE.
           05  WS-SO-OWNER-ENTRY OCCURS 50 TIMES INDEXED BY SOO-IDX.
               10  WS-SO-T-OWNER-ID  PIC X(8).
               10  WS-SO-T-OWNER-NAME PIC X(30).
               10  WS-SO-T-CONTACT   PIC X(30).
       01  WS-SO-DROPPED             PIC 9(4) VALUE 0.
       01  WS-SO-SITE                PIC X(8).
       01  WS-SO-OWNER-IX            PIC 9(3).
       01  WS-SO-FOUND-SW            PIC X.
           88  WS-SITE-OWNED         VALUE 'Y'.
