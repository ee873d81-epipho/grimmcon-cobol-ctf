      *> CHGQFC.cpy - FILE-CONTROL entry for the change-request
      *>   register.  The maintenance screens journal who changed
      *>   what, but nothing tied a change to an authorized ticket;
      *>   every master-file change now names its change ticket,
      *>   the screens check the ticket against this register as
      *>   it is entered, and CHGRECON reconciles the journals
      *>   against it for the change-control audit.  OPTIONAL so a
      *>   box with no register yet still takes changes (each one
      *>   then reports as unticketed).
           SELECT OPTIONAL CHANGE-REQUEST-FILE ASSIGN TO "CHGREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
