      *> CRJRFD.cpy - FD for the credential change journal (see
      *>   CRJRFC).  CJ-ACTION A = added, C = changed, D = deleted;
      *>   CJ-IMAGE is the whole CREDREC record after the change (a
      *>   delete carries only the userid).  CJ-TIME is HHMMSSCC.
       FD  CRED-JOURNAL-FILE.
       01  CRED-JOURNAL-RECORD.
           05 CJ-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 CJ-TIME                PIC 9(8).
           05 CJ-TIME-X REDEFINES CJ-TIME.
              10 CJ-HHMMSS           PIC 9(6).
              10 CJ-CC               PIC 9(2).
           05 FILLER                 PIC X.
           05 CJ-PROGRAM             PIC X(8).
           05 FILLER                 PIC X.
           05 CJ-ACTION              PIC X(1).
           05 FILLER                 PIC X.
           05 CJ-IMAGE.
              10 CJ-USERID           PIC X(20).
              10 CJ-REST             PIC X(32).
