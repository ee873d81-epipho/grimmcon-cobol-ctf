      *> CRJRFC.cpy - FILE-CONTROL entry for the credential change
      *>   journal.  CREDAUD says who touched which userid, but not
      *>   what the record became, so a restore from the IDXBACK
      *>   backup lost every change made since.  Every program that
      *>   changes CREDFILE (CREDMNT, the approved deletes in
      *>   APPROVE, the CREDLOAD bulk load, the VENDFEED suspensions)
      *>   appends the record's after-image here, in time order, and
      *>   CREDRFWD replays it over the backup to any point in time.
           SELECT OPTIONAL CRED-JOURNAL-FILE ASSIGN TO "CREDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
