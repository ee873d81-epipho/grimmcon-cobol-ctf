      *> CHGQWS.cpy
      *>   Working-storage for taking a change ticket at a
      *>   maintenance screen (8560-GET-CHANGE-TICKET in CHGQPA).
      *>   The caller moves the file about to be changed into
      *>   WS-CQ-TARGET-FILE and performs the prompt; the ticket
      *>   entered comes back in WS-CQ-TICKET for the caller to
      *>   journal with the change.  The ticket is checked against
      *>   the register as it is entered and any problem is shown
      *>   to the operator, but the change is not refused -- an
      *>   emergency fix still goes in, and CHGRECON reports it.
       01  WS-CQ-STATUS              PIC X(2).
       01  WS-CQ-TICKET              PIC X(10).
       01  WS-CQ-TARGET-FILE         PIC X(8).
       01  WS-CQ-EOF-SW              PIC X.
           88  WS-CQ-SCAN-DONE       VALUE 'Y'.
       01  WS-CQ-FOUND-SW            PIC X.
           88  WS-CQ-TICKET-FOUND    VALUE 'Y'.
       01  WS-CQ-NOW-DATE            PIC 9(8).
       01  WS-CQ-NOW-TIME            PIC 9(8).
       01  WS-CQ-NOW-STAMP           PIC 9(12).
       01  WS-CQ-START-STAMP         PIC 9(12).
       01  WS-CQ-END-STAMP           PIC 9(12).
