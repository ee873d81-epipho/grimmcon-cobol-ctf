      *> RBOOKWS.cpy
      *>   Working-storage for looking up one run-book entry
      *>   (8670-LOOKUP-RUNBOOK in RBOOKPA).  The caller moves the
      *>   failing program-id and failure type in and performs the
      *>   lookup; on return WS-RB-FOUND says whether any entry
      *>   applied, WS-RB-HEAD-LINE is the printable reference and
      *>   escalation line, and WS-RB-STEP-TEXT (1 through
      *>   WS-RB-STEP-COUNT) holds the numbered steps.  The most
      *>   specific entry wins: program and type, then program with
      *>   any type, then any program with the type, then the
      *>   catch-all entry.
       01  WS-RB-STATUS              PIC X(2).
       01  WS-RB-PROGRAM-ID          PIC X(8).
       01  WS-RB-FAILURE-TYPE        PIC X(8).
       01  WS-RB-EOF-SW              PIC X.
           88  WS-RB-SCAN-DONE       VALUE 'Y'.
       01  WS-RB-FOUND-SW            PIC X VALUE 'N'.
           88  WS-RB-FOUND           VALUE 'Y'.
       01  WS-RB-BEST-RANK           PIC 9(1).
       01  WS-RB-THIS-RANK           PIC 9(1).
       01  WS-RB-REFERENCE           PIC X(8).
       01  WS-RB-ESCALATION          PIC X(40).
       01  WS-RB-HEAD-LINE           PIC X(70).
       01  WS-RB-STEP-COUNT          PIC 9(2).
       01  WS-RB-IDX                 PIC 9(2).
       01  WS-RB-STEP-TABLE.
           05  WS-RB-STEP-TEXT       PIC X(73) OCCURS 9 TIMES.
