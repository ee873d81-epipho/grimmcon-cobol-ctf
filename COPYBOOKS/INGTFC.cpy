      *> INGTFC.cpy - FILE-CONTROL entry for the inbound gate status
      *>   file.  INGATE rewrites it each run with one line per
      *>   registered inbound file: the step that reads the file,
      *>   the business date checked, and whether the file passed;
      *>   NIGHTLY consults it before firing any step and holds a
      *>   step whose file was rejected or absent that date.
      *>   OPTIONAL so a box that has never run the gate holds
      *>   nothing.  Carries its own status field so the check made
      *>   in the middle of another file's processing cannot disturb
      *>   that file's status checks.
           SELECT OPTIONAL INBOUND-GATE-FILE ASSIGN TO "INGATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IG-STATUS.
