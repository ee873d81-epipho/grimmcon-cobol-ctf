      *> SUPRFD.cpy - FDs for the suppression register and its hit
      *>   log.  Lines of SUPPREG starting with '*' are comments.
      *>   The match criteria are XS-PROGRAM (the program that wrote
      *>   the record, or raised the alert), XS-SITE, XS-USERID,
      *>   XS-RESP-CODE, and XS-TEXT (found anywhere in the record's
      *>   text: an alert message, an exception record, a finding's
      *>   credential).  Blank criteria match anything; every
      *>   non-blank one must match, and a line with no criteria at
      *>   all is never applied.  XS-EXPIRES is required: a
      *>   suppression applies up to and including that date, and
      *>   one without a valid date is never applied.  Lapsed lines
      *>   stay on file for the monthly report.
       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD.
           05 XS-SUPP-ID             PIC X(8).
           05 FILLER                 PIC X.
           05 XS-PROGRAM             PIC X(8).
           05 FILLER                 PIC X.
           05 XS-SITE                PIC X(8).
           05 FILLER                 PIC X.
           05 XS-USERID              PIC X(20).
           05 FILLER                 PIC X.
           05 XS-RESP-CODE           PIC X(3).
           05 FILLER                 PIC X.
           05 XS-TEXT                PIC X(20).
           05 FILLER                 PIC X.
           05 XS-APPROVED-BY         PIC X(8).
           05 FILLER                 PIC X.
           05 XS-APPROVED-ON         PIC X(8).
           05 FILLER                 PIC X.
           05 XS-EXPIRES             PIC X(8).
           05 FILLER                 PIC X.
           05 XS-JUSTIFICATION       PIC X(40).

      *>   XP-VIEW names what was suppressed: FINDINGS, ALERTQUE,
      *>   DUMBOEXC, or MODEXC.  XP-KEY identifies the record in it.
       FD  SUPPRESSION-HIT-FILE.
       01  SUPPRESSION-HIT-RECORD.
           05 XP-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 XP-SUPP-ID             PIC X(8).
           05 FILLER                 PIC X.
           05 XP-VIEW                PIC X(8).
           05 FILLER                 PIC X.
           05 XP-PROGRAM             PIC X(8).
           05 FILLER                 PIC X.
           05 XP-KEY                 PIC X(20).
