      *> CAMPFC.cpy - FILE-CONTROL entries for the credential
      *>   campaign.  CAMPPLAN lays a multi-night campaign out as one
      *>   dated target file per sweep program per night (the name
      *>   is built in WS-CN-FILE-NAME); the sweeps post how far each
      *>   target got to the cumulative progress file CAMPPROG, and
      *>   the next plan starts from there.  Both OPTIONAL: no night
      *>   file means no campaign tonight, and the first progress
      *>   record ever creates CAMPPROG.
           SELECT OPTIONAL CAMPAIGN-NIGHT-FILE ASSIGN TO WS-CN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT OPTIONAL CAMPAIGN-PROGRESS-FILE ASSIGN TO "CAMPPROG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
