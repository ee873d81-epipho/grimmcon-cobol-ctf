      *> PROBERFD.cpy - FD for the shared probe-result file.
      *>   PR-ENGAGEMENT-ID is the SCOPEFIL engagement that authorized
      *>   the request (blank when no scope is on file), so one
      *>   client's traffic can be selected out of a night that ran
      *>   several engagements side by side.
       FD  PROBE-RESULT-FILE.
       01  PROBE-RESULT-RECORD.
           05 PR-DATE                PIC 9(8).
           05 PR-RESPONSE-CODE       PIC X(3).
           05 PR-CORRELATION-ID      PIC 9(8).
           05 PR-SITE-NAME           PIC X(8).
           05 PR-ENGAGEMENT-ID       PIC X(8).

      *> Keyed companion index over PROBERES (see PROBERFC).
       FD  PROBE-INDEX-FILE.
