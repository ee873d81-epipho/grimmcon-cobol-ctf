      *> RBOOKFD.cpy - FD for the operations run-book.  Each entry is
      *>   keyed by program-id and failure type (ABEND, STEPFAIL,
      *>   BUDGET, WINDOW, SLAMISS, LOCKOUT, SEALMISM, MISSING); '*'
      *>   in either key is a wildcard.  Line 00 of an entry is its
      *>   header -- run-book reference and escalation contact --
      *>   and lines 01 through 09 are the numbered recovery steps.
       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD.
           05 RB-PROGRAM-ID          PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RB-FAILURE-TYPE        PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 RB-LINE-NO             PIC 9(2).
           05 FILLER                 PIC X VALUE SPACE.
           05 RB-TEXT                PIC X(70).
           05 RB-HEADER-TEXT REDEFINES RB-TEXT.
              10 RB-REFERENCE        PIC X(8).
              10 FILLER              PIC X.
              10 RB-ESCALATION       PIC X(40).
              10 FILLER              PIC X(21).
