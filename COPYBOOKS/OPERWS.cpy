      *>   Working-storage for operator sign-on (8500-SIGN-ON) and
      *>   the action journal (8600-WRITE-JOURNAL).  After sign-on
      *>   the caller tests WS-SIGNED-ON and gates each function on
      *>   WS-SO-AUTH-LEVEL; sign-on locks an account after
      *>   WS-SO-MAX-FAILURES failed passwords in a row and ages a
      *>   new password WS-SO-PW-AGE-DAYS days.  Before journalling
      *>   the caller sets WS-JR-FUNCTION and WS-JR-PARMS, plus
      *>   WS-JR-TICKET for a master-file change (cleared again by
      *>   every journal write).
       01  WS-OP-STATUS              PIC X(2).
       01  WS-SO-OPERATOR-ID         PIC X(8).
       01  WS-SO-PASSWORD-ENTRY      PIC X(8).
       01  WS-SO-SIGNED-ON-SW        PIC X VALUE 'N'.
           88  WS-SIGNED-ON          VALUE 'Y'.
       01  WS-SO-ATTEMPT             PIC 9(1) VALUE 0.
       01  WS-SO-MAX-FAILURES        PIC 9(1) VALUE 3.
       01  WS-SO-PW-AGE-DAYS         PIC 9(3) VALUE 90.
       01  WS-SO-TODAY               PIC 9(8).
       01  WS-SO-DATE-INT            PIC 9(8).
       01  WS-SO-NEW-PASSWORD        PIC X(8).
       01  WS-SO-CONFIRM-PASSWORD    PIC X(8).
       01  WS-SO-PW-CHANGED-SW       PIC X VALUE 'N'.
           88  WS-SO-PW-CHANGED      VALUE 'Y'.
       01  WS-SO-LOCKED-OUT-SW       PIC X VALUE 'N'.
           88  WS-SO-LOCKED-OUT      VALUE 'Y'.
       01  WS-SO-SEAL-FILE-ID        PIC X(8).
       01  WS-SO-SEAL-FUNCTION       PIC X(1).
       01  WS-SO-SEAL-RESULT         PIC X(1).
       01  WS-JR-FUNCTION            PIC X(20).
       01  WS-JR-PARMS               PIC X(40).
       01  WS-JR-TICKET              PIC X(10) VALUE SPACES.
       01  WS-JR-DATE                PIC 9(8).
       01  WS-JR-TIME                PIC 9(8).
