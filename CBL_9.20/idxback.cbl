      *>               crashed sweep is a procedure (IDXREST) instead
      *>               of an emergency.  A master that does not exist
      *>               yet is reported and skipped, not an abend.
      *>   2026-10-15  Backup record widened to 90 bytes; the 85-byte
      *>               SITEDIR layout with its time-zone fields was
      *>               losing them in the unload.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXBACK.

              10 TR-C               PIC 9(4).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(90).

       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-RECORD     PIC X(60).
