      *> TXRGWS.cpy
      *>   Arguments for CALL 'TXREG', made by every job that writes
      *>   a file for an outside party once that file is closed.  The
      *>   caller fills WS-TX-INTERFACE (the TXIFACE interface name),
      *>   WS-TX-FILE-NAME (the file as assigned), WS-TX-REFERENCE
      *>   (its own number for the transmission, or spaces) and
      *>   WS-TX-TAIL-COUNT (zero when the whole file is the
      *>   transmission; for a spool appended run after run, the
      *>   number of records this run added at its end).  TXREG
      *>   returns the ledger number in WS-TX-LEDGER-ID and
      *>   WS-TX-RESULT: Y registered, N the file could not be read,
      *>   L the ledger could not be written.  A registration that
      *>   fails must not take the caller down -- the file has been
      *>   written either way -- so callers note it and carry on.
       01  WS-TX-INTERFACE           PIC X(8).
       01  WS-TX-FILE-NAME           PIC X(40).
       01  WS-TX-REFERENCE           PIC X(12).
       01  WS-TX-TAIL-COUNT          PIC 9(8).
       01  WS-TX-LEDGER-ID           PIC 9(8).
       01  WS-TX-RESULT              PIC X(1).
           88  WS-TX-REGISTERED      VALUE 'Y'.
