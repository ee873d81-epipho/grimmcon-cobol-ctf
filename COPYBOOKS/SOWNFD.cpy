      *> SOWNFD.cpy - FD for the site-owner master.
       FD  SITE-OWNER-FILE.
       01  SITE-OWNER-RECORD.
           05 SO-SITE-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 SO-OWNER-ID            PIC X(8).
           05 FILLER                 PIC X.
           05 SO-OWNER-NAME          PIC X(30).
           05 FILLER                 PIC X.
           05 SO-CONTACT             PIC X(30).
