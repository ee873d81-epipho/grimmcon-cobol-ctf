           88  END-OF-SCOPE          VALUE 'Y'.
       01  WS-SC-COUNT               PIC 9(3) VALUE 0.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES INDEXED BY SC-IDX.
               10  WS-SC-T-ENGAGEMENT PIC X(8).
               10  WS-SC-T-FROM      PIC 9(8).
               10  WS-SC-T-TO        PIC 9(8).
               10  WS-SC-T-SITE      PIC X(8).
               10  WS-SC-T-PROGRAM   PIC X(8).
               10  WS-SC-T-CLOSED    PIC X(1).
       01  WS-SC-PROGRAM             PIC X(8).
       01  WS-SC-SITE                PIC X(8).
       01  WS-SC-SCOPE-SW            PIC X VALUE 'N'.
           88  WS-OUT-OF-SCOPE       VALUE 'O'.
           88  WS-IN-SCOPE           VALUE 'I'.
           88  WS-NO-SCOPE-LOADED    VALUE 'N'.
      *>   Set by 8450-CHECK-SCOPE: the engagement whose permission
      *>   let the work through (blank when no scope is loaded), or
      *>   for blocked work the engagement that covers the site and
      *>   program outside its dates.  The caller stamps it on every
      *>   record the authorized work writes.
       01  WS-SC-ENGAGEMENT          PIC X(8) VALUE SPACES.
      *>   Closed-engagement register (ENGCLOSD), loaded with the
      *>   scope table: a permission whose engagement is closed is
      *>   kept in the table (so scope stays enforced) but marked,
      *>   and never lets work through.
       01  WS-EC-STATUS              PIC X(2).
       01  WS-EC-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-CLOSED-ENG     VALUE 'Y'.
       01  WS-EC-COUNT               PIC 9(3) VALUE 0.
       01  WS-EC-TABLE.
           05  WS-EC-ENGAGEMENT OCCURS 100 TIMES
                                 INDEXED BY EC-IDX PIC X(8).
       01  WS-SC-CLOSED-SW           PIC X VALUE 'N'.
           88  WS-SC-ENG-CLOSED      VALUE 'Y'.
