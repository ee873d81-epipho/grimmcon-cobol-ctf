      *>   operator action journal.  Authorization levels: 1 is a
      *>   junior operator (inquiries and dry runs), 3 and above is
      *>   a senior operator (real sweeps, site and master-file
      *>   changes), 9 is the administrator.  An account is active
      *>   (A, or blank on records written before the status
      *>   existed) or disabled (D); it is locked (Y) by repeated
      *>   failed sign-ons until the administrator re-enables it.
      *>   A password expiry of zero means the password must be
      *>   changed at the next sign-on.  The failed-sign-on count
      *>   and locked flag are kept last, outside the part of the
      *>   record the integrity seal covers, since every sign-on
      *>   updates them.  OJ-TICKET is the change ticket a
      *>   master-file change was made under (blank for actions that
      *>   change nothing, or for an unticketed change).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-OPERATOR-ID         PIC X(8).
           05 OP-PASSWORD            PIC X(8).
           05 OP-AUTH-LEVEL          PIC 9(1).
           05 OP-ACCOUNT-STATUS      PIC X(1).
              88 OP-ACCOUNT-DISABLED VALUE 'D'.
           05 OP-PW-CHANGED-DATE     PIC 9(8).
           05 OP-PW-EXPIRY-DATE      PIC 9(8).
           05 OP-FAILED-COUNT        PIC 9(1).
           05 OP-LOCKED-FLAG         PIC X(1).
              88 OP-ACCOUNT-LOCKED   VALUE 'Y'.

       FD  OPERATOR-JOURNAL-FILE.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-FUNCTION            PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 OJ-PARMS               PIC X(40).
           05 FILLER                 PIC X VALUE SPACE.
           05 OJ-TICKET              PIC X(10).
