      *> LHLDWS.cpy
      *>   Working-storage for the legal-hold check (8480-LOAD-LEGAL-
      *>   HOLDS / 8485-CHECK-LEGAL-HOLD / 8488-EXTRACT-TEXT-USERID in
      *>   LHLDPA).  The caller loads the in-force holds once, then
      *>   for each record it is about to age off, archive, or erase
      *>   fills whichever of WS-LH-ENGAGEMENT / WS-LH-SITE /
      *>   WS-LH-CORR-ID / WS-LH-USERID / WS-LH-REC-DATE the record
      *>   carries (spaces or zero for the rest), performs the check,
      *>   and tests WS-UNDER-HOLD: a held record is kept exactly as
      *>   it is.  Each hold counts the records it matched in
      *>   WS-LH-T-HITS, so the caller can say what a hold is
      *>   protecting.
       01  WS-LH-STATUS              PIC X(2).
       01  WS-LH-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-LEGAL-HOLDS    VALUE 'Y'.
       01  WS-LH-TODAY               PIC 9(8).
       01  WS-LH-COUNT               PIC 9(3) VALUE 0.
       01  WS-LH-RELEASED-COUNT      PIC 9(3) VALUE 0.
       01  WS-LH-TABLE.
           05  WS-LH-ENTRY OCCURS 200 TIMES INDEXED BY LH-IDX.
               10  WS-LH-T-ID        PIC X(12).
               10  WS-LH-T-TYPE      PIC X(1).
               10  WS-LH-T-KEY       PIC X(20).
               10  WS-LH-T-CORR-FROM PIC 9(8).
               10  WS-LH-T-CORR-TO   PIC 9(8).
               10  WS-LH-T-FROM      PIC 9(8).
               10  WS-LH-T-TO        PIC 9(8).
               10  WS-LH-T-PLACED-BY PIC X(8).
               10  WS-LH-T-PLACED-ON PIC 9(8).
               10  WS-LH-T-RELEASE   PIC 9(8).
               10  WS-LH-T-REASON    PIC X(40).
               10  WS-LH-T-HITS      PIC 9(8).
       01  WS-LH-ENGAGEMENT          PIC X(8).
       01  WS-LH-SITE                PIC X(8).
       01  WS-LH-CORR-ID             PIC 9(8).
       01  WS-LH-USERID              PIC X(20).
       01  WS-LH-REC-DATE            PIC 9(8).
       01  WS-LH-HELD-SW             PIC X VALUE 'N'.
           88  WS-UNDER-HOLD         VALUE 'Y'.
      *>   The first hold that matched, for the caller's report line.
       01  WS-LH-HIT-ID              PIC X(12).
      *>   Request text to pull a u= userid out of (8488).
       01  WS-LH-TEXT                PIC X(132).
       01  WS-LH-DATE-X              PIC X(8).
       01  WS-LH-DATE-N REDEFINES WS-LH-DATE-X PIC 9(8).
       01  WS-LH-POS                 PIC 9(3).
       01  WS-LH-END                 PIC 9(3).
       01  WS-LH-LEN                 PIC 9(3).
