      *>   Working-storage for enqueueing one pending-approval
      *>   request (8050-ENQUEUE-APPROVAL in APRQPA).  The caller
      *>   fills the function, parms, and requester (the signed-on
      *>   operator), and the change ticket where the request
      *>   changes a master file, and performs the enqueue; the
      *>   assigned request number comes back in WS-AQ-NEW-ID for
      *>   the console message so the requester can tell the
      *>   approver what to look for.
       01  WS-AQ-STATUS              PIC X(2).
       01  WS-AQ-FUNCTION            PIC X(12).
       01  WS-AQ-PARMS               PIC X(80).
       01  WS-AQ-REQUESTER           PIC X(8).
       01  WS-AQ-TICKET              PIC X(10) VALUE SPACES.
       01  WS-AQ-NEW-ID              PIC 9(6).
       01  WS-AQ-NEXT-ID             PIC 9(6).
       01  WS-AQ-DATE                PIC 9(8).
