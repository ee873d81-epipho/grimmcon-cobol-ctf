      *> SUPRFC.cpy - FILE-CONTROL entries for the false-positive
      *>   suppression register.  SUPPREG holds one line per
      *>   suppression (SUPPMNT): what it matches, why, who approved
      *>   it, and the date it lapses.  SUPPHIT gets one line every
      *>   time a suppression keeps a finding, an alert, or an
      *>   exception out of the daily views, which is how SUPPRPT
      *>   says how often each one fired.  Both OPTIONAL: no
      *>   register means nothing is suppressed.  Each carries its
      *>   own status field so a check in the middle of another
      *>   file's read loop cannot disturb that file's status checks.
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO "SUPPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XS-STATUS.
           SELECT OPTIONAL SUPPRESSION-HIT-FILE ASSIGN TO "SUPPHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XS-HIT-STATUS.
