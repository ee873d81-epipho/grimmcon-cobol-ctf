      *> CTOTFC.cpy - FILE-CONTROL entry for the control-totals
      *>   file.  NIGHTLY knows only whether a step returned, not
      *>   whether its data flowed through: each counting step now
      *>   posts its input, output, and reject counts here (one
      *>   record per program and stream per run), and CTLBAL
      *>   balances the postings against one another at the end of
      *>   the night.  OPTIONAL so the first posting creates it.
           SELECT OPTIONAL CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
