      *> ATRGFD.cpy - FD for the cross-sweep attempted-combination
      *>   registry.  AR-RULE-ID is the CANDRULE rule that produced
      *>   the credential when the sweep ran from the rule stream
      *>   (blank otherwise, and on entries from before the field
      *>   existed), so rule effectiveness can be measured against
      *>   the attempts each rule used up.
       FD  ATTEMPT-REGISTRY-FILE.
       01  ATTEMPT-REGISTRY-RECORD.
           05 AR-KEY.
              10 AR-CREDENTIAL       PIC X(20).
           05 AR-FIRST-DATE          PIC 9(8).
           05 AR-PROGRAM-ID          PIC X(8).
           05 AR-RULE-ID             PIC X(4).
