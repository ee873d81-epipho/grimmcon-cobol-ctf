      *>               old single pass had already suspended every
      *>               matched account (and skipped the reseal) by
      *>               the time an out-of-balance trailer surfaced.
      *>   2026-10-15  Appends each credential change's after-image to
      *>               the CREDJRNL change journal (shared CRJRPA), so
      *>               CREDRFWD can roll a restored backup forward.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDFEED.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "VENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY CRJRFC.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD    PIC X(70).

       COPY CRJRFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY CRJRWS.
           01 WS-FE-STATUS          PIC X(2).
           01 WS-IX-STATUS          PIC X(2).
           01 WS-EX-STATUS          PIC X(2).
      *>   SEALMAN seal intact.
       0000-MAINLINE.
           MOVE 'VENDFEED' TO WS-FS-PROGRAM-ID
           MOVE 'VENDFEED' TO WS-CJ-PROGRAM
           OPEN INPUT FEED-FILE
           MOVE WS-FE-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'S' TO CR-STATUS
                   MOVE CREDENTIAL-RECORD TO WS-CJ-IMAGE
                   REWRITE CREDENTIAL-RECORD
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE 'C' TO WS-CJ-ACTION
                   PERFORM 8080-WRITE-CRED-JOURNAL THRU
                       8080-WRITE-CRED-JOURNAL-EXIT
           END-READ.

       3000-WRITE-SUMMARY.
           DISPLAY 'VENDFEED SUSPENDED: ' WS-MATCHED-COUNT
                   '  UNMATCHED: ' WS-UNMATCHED-COUNT.

       COPY CRJRPA.
       COPY FILESTPA.
