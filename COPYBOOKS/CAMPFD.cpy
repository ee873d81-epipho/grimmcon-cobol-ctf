      *> CAMPFD.cpy - FDs for the credential campaign.  A night-file
      *>   line is one target and the slice of its keyspace planned
      *>   for that night, as positions in the sweep's own order
      *>   (MICKEY: PIN 0000-9999; PLUTO: candidate 1 up to its
      *>   sweep limit).  A progress record says, for one target on
      *>   one night, the slice it was given, the next position still
      *>   to run, and how the night ended for it: RANGE-END (slice
      *>   done), EXHAUST (keyspace done), HIT, SUSPEND (lockout) or
      *>   STOPPED (window or budget).
       FD  CAMPAIGN-NIGHT-FILE.
       01  CAMPAIGN-NIGHT-RECORD.
           05 CN-USERID              PIC X(20).
           05 FILLER                 PIC X.
           05 CN-FROM                PIC 9(5).
           05 FILLER                 PIC X.
           05 CN-TO                  PIC 9(5).

       FD  CAMPAIGN-PROGRESS-FILE.
       01  CAMPAIGN-PROGRESS-RECORD.
           05 CP-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 CP-PROGRAM-ID          PIC X(8).
           05 FILLER                 PIC X.
           05 CP-USERID              PIC X(20).
           05 FILLER                 PIC X.
           05 CP-FROM                PIC 9(5).
           05 FILLER                 PIC X.
           05 CP-TO                  PIC 9(5).
           05 FILLER                 PIC X.
           05 CP-NEXT                PIC 9(5).
           05 FILLER                 PIC X.
           05 CP-OUTCOME             PIC X(8).
