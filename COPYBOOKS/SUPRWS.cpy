      *> SUPRWS.cpy
      *>   Working-storage for the suppression check (8774-CHECK-
      *>   SUPPRESSION in SUPRPA).  The register loads on the first
      *>   check of the run.  For each record about to reach a daily
      *>   view the caller fills WS-XS-VIEW and whichever of the
      *>   WS-XS-KEY fields the record carries (spaces for the
      *>   rest), plus WS-XS-REF to name the record in the hit log,
      *>   performs the check, and tests WS-XS-SUPPRESSED.  The
      *>   suppression that matched is in WS-XS-HIT-ID.
       01  WS-XS-STATUS              PIC X(2).
       01  WS-XS-HIT-STATUS          PIC X(2).
       01  WS-XS-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-SUPPRESSIONS   VALUE 'Y'.
       01  WS-XS-LOADED-SW           PIC X VALUE 'N'.
           88  WS-XS-LOADED          VALUE 'Y'.
       01  WS-XS-TODAY               PIC 9(8).
       01  WS-XS-DATE-X              PIC X(8).
       01  WS-XS-DATE-N REDEFINES WS-XS-DATE-X PIC 9(8).
      *>   Every line on the register is loaded, lapsed or not, so
      *>   the report can list them all; only the in-force ones
      *>   (WS-XS-T-STATE A) are applied.  X is a lapsed line, N one
      *>   with no valid expiry date, C one with no criteria.
       01  WS-XS-COUNT               PIC 9(3) VALUE 0.
       01  WS-XS-ACTIVE-COUNT        PIC 9(3) VALUE 0.
       01  WS-XS-TABLE.
           05  WS-XS-ENTRY OCCURS 200 TIMES INDEXED BY XS-IDX.
               10  WS-XS-T-ID        PIC X(8).
               10  WS-XS-T-STATE     PIC X(1).
                   88  WS-XS-T-IN-FORCE VALUE 'A'.
               10  WS-XS-T-PROGRAM   PIC X(8).
               10  WS-XS-T-SITE      PIC X(8).
               10  WS-XS-T-USERID    PIC X(20).
               10  WS-XS-T-RESP-CODE PIC X(3).
               10  WS-XS-T-TEXT      PIC X(20).
               10  WS-XS-T-TEXT-LEN  PIC 9(2).
               10  WS-XS-T-APPROVED-BY PIC X(8).
               10  WS-XS-T-APPROVED-ON PIC 9(8).
               10  WS-XS-T-EXPIRES   PIC 9(8).
               10  WS-XS-T-JUSTIFY   PIC X(40).
               10  WS-XS-T-HITS      PIC 9(6).
       01  WS-XS-VIEW                PIC X(8).
       01  WS-XS-KEY-PROGRAM         PIC X(8).
       01  WS-XS-KEY-SITE            PIC X(8).
       01  WS-XS-KEY-USERID          PIC X(20).
       01  WS-XS-KEY-RESP-CODE       PIC X(3).
       01  WS-XS-KEY-TEXT            PIC X(80).
       01  WS-XS-REF                 PIC X(20).
       01  WS-XS-SUPPRESSED-SW       PIC X VALUE 'N'.
           88  WS-XS-SUPPRESSED      VALUE 'Y'.
       01  WS-XS-HIT-ID              PIC X(8).
       01  WS-XS-TALLY               PIC 9(3).
