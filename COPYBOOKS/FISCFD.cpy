      *> FISCFD.cpy - FD for the fiscal calendar.  One record per
      *>   fiscal period; periods 1-3 are the first quarter, 4-6 the
      *>   second, and so on.
       FD  FISCAL-CAL-FILE.
       01  FISCAL-CAL-RECORD.
           05 FY-FISCAL-YEAR         PIC 9(4).
           05 FILLER                 PIC X.
           05 FY-PERIOD              PIC 9(2).
           05 FILLER                 PIC X.
           05 FY-START-DATE          PIC 9(8).
           05 FILLER                 PIC X.
           05 FY-END-DATE            PIC 9(8).
