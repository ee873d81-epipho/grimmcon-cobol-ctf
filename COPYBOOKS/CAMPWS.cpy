      *> CAMPWS.cpy
      *>   Working-storage for the credential campaign (8760-OPEN-
      *>   CAMPAIGN-NIGHT / 8765-POST-CAMPAIGN-PROGRESS in CAMPPA).
      *>   The sweep moves its night-file prefix (MICKCAMP, PLUTCAMP)
      *>   to WS-CN-PREFIX and the night's date to WS-CN-DATE and
      *>   performs the open: WS-CAMPAIGN-MODE then means tonight's
      *>   targets and slices come from the plan, not the verified
      *>   list, and the file is open for the caller to read.  After
      *>   each target the sweep fills the WS-CP fields and performs
      *>   the post.
       01  WS-CN-STATUS              PIC X(2).
       01  WS-CN-PREFIX              PIC X(8).
       01  WS-CN-DATE                PIC 9(8).
       01  WS-CN-FILE-NAME           PIC X(20).
       01  WS-CN-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-CAMPAIGN-NIGHT VALUE 'Y'.
       01  WS-CAMPAIGN-SW            PIC X VALUE 'N'.
           88  WS-CAMPAIGN-MODE      VALUE 'Y'.
       01  WS-CP-STATUS              PIC X(2).
       01  WS-CP-PROGRAM-ID          PIC X(8).
       01  WS-CP-USERID              PIC X(20).
       01  WS-CP-FROM                PIC 9(5).
       01  WS-CP-TO                  PIC 9(5).
       01  WS-CP-NEXT                PIC 9(5).
       01  WS-CP-OUTCOME             PIC X(8).
