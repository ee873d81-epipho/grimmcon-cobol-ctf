      *>   checkout creates it instead of abending with status '35'.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT OPTIONAL OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
