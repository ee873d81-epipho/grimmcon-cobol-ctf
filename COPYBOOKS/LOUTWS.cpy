      *> LOUTWS.cpy
      *>   Working-storage for the shared login-outcome
      *>   classification (8490-LOAD-LOGIN-OUTCOMES /
      *>   8494-CLASSIFY-LOGIN-OUTCOME in LOUTPA).  The caller loads
      *>   the table once, then for each login response moves the
      *>   site to WS-LO-SITE, the final landing code to WS-LO-CODE,
      *>   the code as first answered (before any redirect was
      *>   followed) to WS-LO-FIRST-CODE, and the text the capture
      *>   carried after the status code to WS-LO-TEXT, performs the
      *>   classification, and tests WS-LO-OUTCOME.  The site's own
      *>   rules are tried first, in file order, then the DEFAULT
      *>   rules; the first match decides.  A response no rule
      *>   matches keeps the old meaning -- 200 is SUCCESS, no
      *>   response is ERROR, anything else is FAIL -- and is logged
      *>   to LOGNMISS when a table is on file.  A missing table
      *>   means every probe behaves as it did before the table.
       01  WS-LO-STATUS              PIC X(2).
       01  WS-LX-STATUS              PIC X(2).
       01  WS-LO-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-LOGIN-OUTCOMES VALUE 'Y'.
       01  WS-LO-COUNT               PIC 9(3) VALUE 0.
       01  WS-LO-TABLE.
           05  WS-LO-ENTRY OCCURS 200 TIMES INDEXED BY LO-IDX.
               10  WS-LO-T-SITE      PIC X(8).
               10  WS-LO-T-CODE      PIC X(3).
               10  WS-LO-T-TYPE      PIC X(1).
               10  WS-LO-T-OUTCOME   PIC X(1).
               10  WS-LO-T-VALUE-UP  PIC X(40).
               10  WS-LO-T-VALUE-LEN PIC 9(2).
       01  WS-LO-SITE                PIC X(8).
       01  WS-LO-CODE                PIC X(3).
       01  WS-LO-FIRST-CODE          PIC X(3).
       01  WS-LO-TEXT                PIC X(40).
       01  WS-LO-TEXT-UP             PIC X(40).
       01  WS-LO-PASS-SITE           PIC X(8).
       01  WS-LO-TALLY               PIC 9(3).
       01  WS-LO-LEN                 PIC 9(2).
       01  WS-LO-MATCH-SW            PIC X.
           88  WS-LO-MATCHED         VALUE 'Y'.
       01  WS-LO-OUTCOME             PIC X(1).
           88  WS-LO-SUCCESS         VALUE 'S'.
           88  WS-LO-FAIL            VALUE 'F'.
           88  WS-LO-LOCKED          VALUE 'L'.
           88  WS-LO-ERROR           VALUE 'E'.
           88  WS-LO-MFA             VALUE 'M'.
       01  WS-LO-UNMATCHED           PIC 9(6) VALUE 0.
       01  WS-LO-LOWER               PIC X(26)
                                     VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-LO-UPPER               PIC X(26)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
