      *> LHLDFC.cpy - FILE-CONTROL entry for the legal-hold register.
      *>   Retention (HOUSEKP), archiving (ARCHGEN), and the erasure
      *>   purge (ERASEUSR) all work purely on age or on a client's
      *>   request; a disputed finding needs its evidence kept as it
      *>   stands until the dispute is settled.  Each hold on
      *>   LEGLHOLD names what it protects -- an engagement, a site,
      *>   a correlation-ID range, one finding, or one userid -- with
      *>   who placed it, why, and when it is released.  OPTIONAL so a
      *>   box with no register simply has nothing under hold.
      *>   Carries its own status field so a hold check in the
      *>   middle of another file's read loop cannot disturb that
      *>   file's status checks.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
