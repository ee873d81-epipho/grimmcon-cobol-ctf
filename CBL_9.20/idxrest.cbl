      *>               read back and counted to verify the count
      *>               matches what was loaded -- a restore that does
      *>               not verify is not a restore.
      *>   2026-10-15  Backup record widened to 90 bytes to match
      *>               IDXBACK, so a restored SITEDIR keeps each site's
      *>               time zone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXREST.

              10 TR-C               PIC 9(4).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(90).

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
