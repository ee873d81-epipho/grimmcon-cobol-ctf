      *> TXLEDFD.cpy - FDs for the outbound transmission ledger and
      *>   its interface table.
      *>   TL-LEDGER-ID is the ledger's own number for the
      *>   transmission (TXSEQ sequence); TL-REFERENCE is the number
      *>   the producing job gave it, if it has one (the BILLFEED
      *>   submission number, the evidence pack's correlation ID) --
      *>   a receipt may quote either.  TL-CONTROL is the CHKSUM-based
      *>   control value over the records sent, TL-RECORD-COUNT the
      *>   number of them.  TL-DEADLINE is the date receipt is due:
      *>   registration date plus the interface's window, moved on
      *>   to send date plus the window once the transfer log shows
      *>   the file went.  TL-TX-STATUS runs UNSENT (registered, no
      *>   transfer yet), SENT, then RECEIVED, or MISMATCH when the
      *>   receiver's count or control value disagrees with ours.
       FD  TX-LEDGER-FILE.
       01  TX-LEDGER-RECORD.
           05 TL-LEDGER-ID          PIC 9(8).
           05 FILLER                PIC X.
           05 TL-INTERFACE          PIC X(8).
           05 FILLER                PIC X.
           05 TL-DESTINATION        PIC X(8).
           05 FILLER                PIC X.
           05 TL-REFERENCE          PIC X(12).
           05 FILLER                PIC X.
           05 TL-FILE-NAME          PIC X(40).
           05 FILLER                PIC X.
           05 TL-RECORD-COUNT       PIC 9(8).
           05 FILLER                PIC X.
           05 TL-CONTROL            PIC 9(10).
           05 FILLER                PIC X.
           05 TL-CREATED-DATE       PIC 9(8).
           05 FILLER                PIC X.
           05 TL-CREATED-TIME       PIC 9(8).
           05 FILLER                PIC X.
           05 TL-SENT-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 TL-SENT-TIME          PIC 9(8).
           05 FILLER                PIC X.
           05 TL-DEADLINE           PIC 9(8).
           05 FILLER                PIC X.
           05 TL-RECEIPT-DATE       PIC 9(8).
           05 FILLER                PIC X.
           05 TL-TX-STATUS          PIC X(8).

      *>   One line per outbound interface: TI-WINDOW-DAYS is how
      *>   many days after sending the receiver has to confirm.
       FD  TX-INTERFACE-FILE.
       01  TX-INTERFACE-RECORD.
           05 TI-INTERFACE          PIC X(8).
           05 FILLER                PIC X.
           05 TI-DESTINATION        PIC X(8).
           05 FILLER                PIC X.
           05 TI-WINDOW-DAYS        PIC 9(3).
           05 FILLER                PIC X.
           05 TI-DESCRIPTION        PIC X(40).
