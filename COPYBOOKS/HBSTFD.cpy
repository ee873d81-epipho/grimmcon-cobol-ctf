      *> HBSTFD.cpy - FD for the keyed current-heartbeat status file.
      *>   HS-OUTCOME is the MARCOLOG received flag (YES / BAD / NO);
      *>   HS-CONSEC-MISSES counts heartbeats since the last YES.
      *>   Heartbeats logged before the site name was carried are
      *>   filed under DEFAULT, as every reader has always read them.
       FD  HB-STATUS-FILE.
       01  HB-STATUS-RECORD.
           05 HS-SITE                PIC X(8).
           05 HS-LAST-DATE           PIC 9(8).
           05 HS-LAST-TIME           PIC 9(8).
           05 HS-OUTCOME             PIC X(3).
           05 HS-ELAPSED-CS          PIC 9(8).
           05 HS-CONSEC-MISSES       PIC 9(6).
           05 HS-LAST-GOOD-DATE      PIC 9(8).
           05 HS-LAST-GOOD-TIME      PIC 9(8).
