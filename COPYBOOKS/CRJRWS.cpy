      *> CRJRWS.cpy
      *>   Working-storage for one credential change-journal entry
      *>   (8080-WRITE-CRED-JOURNAL in CRJRPA).  The caller moves the
      *>   record as it will stand into WS-CJ-IMAGE before its WRITE,
      *>   REWRITE, or DELETE, sets WS-CJ-ACTION, and performs the
      *>   paragraph once the change has succeeded.  WS-CJ-PROGRAM
      *>   is set once, at start-up.
       01  WS-CJ-STATUS              PIC X(2).
       01  WS-CJ-PROGRAM             PIC X(8).
       01  WS-CJ-ACTION              PIC X(1).
       01  WS-CJ-IMAGE               PIC X(52).
       01  WS-CJ-DATE                PIC 9(8).
       01  WS-CJ-TIME                PIC 9(8).
