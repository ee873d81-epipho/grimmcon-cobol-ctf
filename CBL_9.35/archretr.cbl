      *>               auditor request for last February becomes one
      *>               run of this instead of a hunt through backup
      *>               tapes.
      *>   2026-10-15  Generation buffer widened to 141 bytes (extract
      *>               line to 152) to follow PROBERES, which now ends
      *>               in the engagement ID.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHRETR.

           05 CT-GEN-NAME           PIC X(20).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD        PIC X(141).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(152).

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
       2400-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE CT-FILE-ID TO EXTRACT-RECORD(1:8)
           MOVE GENERATION-RECORD TO EXTRACT-RECORD(10:141)
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

