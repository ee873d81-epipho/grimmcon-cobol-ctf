      *> RBOOKFC.cpy - FILE-CONTROL entry for the operations run-book.
      *>   A failed step or an alert used to leave the operator to
      *>   work out the recovery from memory; the run-book holds,
      *>   per program and failure type, the numbered recovery
      *>   instructions and the escalation contact, and the alert
      *>   console, the shift handover, and the nightly step log
      *>   print the matching entry next to the failure.
           SELECT OPTIONAL RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.
