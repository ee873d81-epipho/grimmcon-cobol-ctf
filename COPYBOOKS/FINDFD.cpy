      *>   the most recent FINDVRFY replay of the finding: the date
      *>   it was last re-driven against the site and whether the
      *>   credential still worked, so a dead hit is caught before
      *>   it is handed to the vendor.  FN-ENGAGEMENT-ID is the
      *>   engagement whose scope authorized the probe that found
      *>   it; findings from before the field existed read blank.
      *>   FN-LINKED-CORR-ID is set only on a cross-site reuse hit
      *>   (REUSEPRB): the correlation ID of the confirmed finding
      *>   whose credential was tried here.  It runs straight on from
      *>   the engagement ID so the record stays within the 141-byte
      *>   buffers the housekeeping and archive jobs carry; records
      *>   from before the field existed read blank and are treated
      *>   as unlinked.  FN-FINDING-KIND takes the separator byte
      *>   after the severity, for the same reason: blank is a full
      *>   compromise, M is a password the site accepted but answered
      *>   with a second-factor challenge (password valid, second
      *>   factor required) -- reported and scored apart from full
      *>   compromises.  Records from before it existed read blank.
      *>   FN-VALID-FLAG M likewise means the FINDVRFY replay found
      *>   the password still accepted but now behind a second
      *>   factor.  FN-STATUS SUPPRESS marks a finding that matched a
      *>   suppression on SUPPREG when it was written; FN-STATUS-OPER
      *>   then holds the suppression's ID.  It is kept on file but
      *>   left out of the daily views and open counts.
       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD.
           05 FN-DATE                PIC 9(8).
           05 FN-RULE-ID             PIC X(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 FN-SEVERITY            PIC 9(3).
           05 FN-FINDING-KIND        PIC X(1).
              88 FN-KIND-MFA         VALUE 'M'.
           05 FN-ENGAGEMENT-ID       PIC X(8).
           05 FN-LINKED-CORR-ID      PIC 9(8).

      *> Target metadata feeding the severity score (see FINDFC).
       FD  TARGET-META-FILE.
