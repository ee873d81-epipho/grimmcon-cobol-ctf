      *> TXLEDFC.cpy - FILE-CONTROL entries for the outbound
      *>   transmission ledger and its interface table.  TXLEDGER
      *>   holds one line for every file handed to an outside party,
      *>   appended by TXREG when the producing job has closed the
      *>   file and kept up by the daily TXMATCH run; OPTIONAL so the
      *>   first registration creates it.  TXIFACE names each
      *>   outbound interface, who receives it and how many days they
      *>   have to confirm receipt.  Both carry their own status
      *>   fields so a registration made in the middle of another
      *>   file's processing cannot disturb that file's status checks.
           SELECT OPTIONAL TX-LEDGER-FILE ASSIGN TO "TXLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT TX-INTERFACE-FILE ASSIGN TO "TXIFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-STATUS.
