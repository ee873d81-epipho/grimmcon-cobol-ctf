               10  WS-RA-T-ACTION    PIC X(1).
               10  WS-RA-T-HOP-LIMIT PIC 9(1).
       01  WS-RA-CODE                PIC X(3).
      *>   The code the response was first answered with, before any
      *>   hop was followed (kept for outcome classification).
       01  WS-RA-FIRST-CODE          PIC X(3).
       01  WS-RA-ACTION              PIC X(1).
       01  WS-RA-HOP-LIMIT           PIC 9(1).
       01  WS-RA-HOPS-DONE           PIC 9(2).
