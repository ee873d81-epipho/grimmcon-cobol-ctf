      *> HBSTFC.cpy - FILE-CONTROL entry for the keyed current-
      *>   heartbeat status file, one record per site.  MARCOLOG is
      *>   the history; this is where a reader that only wants "how
      *>   is the site right now" looks, instead of reading the whole
      *>   rolling log from the top.  Maintained by every heartbeat
      *>   writer (MARCO, LOGNPROB) and regenerated from MARCOLOG by
      *>   HBREBLD.
           SELECT HB-STATUS-FILE ASSIGN TO "HBSTATUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-SITE
               FILE STATUS IS WS-HS-STATUS.
