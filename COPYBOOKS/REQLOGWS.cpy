      *>   program-id and the correlation ID stamped on the request,
      *>   so the audit log can be joined to PROBERES by correlation
      *>   ID (see AUDRECON) instead of the two files being
      *>   unmatchable by anything but eyeballing timestamps.  The
      *>   trailer also names the engagement the request went out
      *>   under; the caller moves it to WS-LI-ENGAGEMENT-ID.
       01  WS-LOG-DATE              PIC 9(8).
       01  WS-LOG-FILE-NAME         PIC X(20).
       01  WS-LOG-ID-LINE.
           05  WS-LI-PROGRAM-ID     PIC X(8).
           05  FILLER               PIC X(7) VALUE ' CORR: '.
           05  WS-LI-CORR-ID        PIC 9(8).
           05  FILLER               PIC X(6) VALUE ' ENG: '.
           05  WS-LI-ENGAGEMENT-ID  PIC X(8) VALUE SPACES.
