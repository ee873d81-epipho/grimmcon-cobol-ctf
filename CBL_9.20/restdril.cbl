      *>               the old 69-byte buffer sheared SD-SCHEME and
      *>               SD-PORT off every restored record and attested
      *>               a restore that was not faithful to the master.
      *>   2026-10-15  Backup record and scratch SITEDIR record widened
      *>               to the 85-byte directory layout (UTC offset and
      *>               daylight-saving rule), and the digest folds all
      *>               90 backup columns.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTDRIL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(90).

       FD  SCRATCH-CRED-FILE.
       01  SCRATCH-CRED-RECORD.
       FD  SCRATCH-SITE-FILE.
       01  SCRATCH-SITE-RECORD.
           05 SS-SITE-NAME          PIC X(8).
           05 SS-BODY               PIC X(77).

       FD  SCRATCH-TRIP-FILE.
       01  SCRATCH-TRIP-RECORD.

       2900-FOLD-RECORD-DIGEST.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 90
               IF BACKUP-RECORD(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-CHAR-ORD = FUNCTION ORD(
                       BACKUP-RECORD(WS-CHAR-IDX:1))
