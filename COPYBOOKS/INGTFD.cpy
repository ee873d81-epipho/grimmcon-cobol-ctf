      *> INGTFD.cpy - FD for the inbound gate status file.
      *>   IG-RESULT is PASSED, REJECTED (the file failed its
      *>   interface definition and was moved to IG-QUAR-NAME) or
      *>   ABSENT (no file to read); IG-REASON is the first failure
      *>   found (RECLEN, BADTYPE, NONNUM, NOHEADER, NOTRAILR,
      *>   TRLCOUNT, RECCOUNT, DUPFILE, EMPTY).
       FD  INBOUND-GATE-FILE.
       01  INBOUND-GATE-RECORD.
           05 IG-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 IG-STEP               PIC X(8).
           05 FILLER                PIC X.
           05 IG-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 IG-RESULT             PIC X(8).
           05 FILLER                PIC X.
           05 IG-REASON             PIC X(8).
           05 FILLER                PIC X.
           05 IG-QUAR-NAME          PIC X(40).
