      *>               integrity manifest (shared FILESEAL routine)
      *>               after the bulk load, the same as the
      *>               maintenance screen does after an edit.
      *>   2026-10-15  Appends each credential change's after-image to
      *>               the CREDJRNL change journal (shared CRJRPA), so
      *>               CREDRFWD can roll a restored backup forward.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDLOAD.

           SELECT LOAD-REPORT-FILE ASSIGN TO "CREDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY CRJRFC.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD       PIC X(60).

       COPY CRJRFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY VALCRWS.
           COPY CRJRWS.
           01 WS-IX-STATUS          PIC X(2).
           01 WS-CL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CRED-LIST   VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CREDLOAD' TO WS-FS-PROGRAM-ID
           MOVE 'CREDLOAD' TO WS-CJ-PROGRAM
           OPEN INPUT CRED-LIST-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CREDLIST' TO WS-FS-FILE-NAME
               MOVE 'N' TO CR-STATUS
               MOVE 0 TO CR-LAST-ATTEMPT-DATE
               MOVE SPACES TO CR-LAST-RESPONSE-CODE
               MOVE CREDENTIAL-RECORD TO WS-CJ-IMAGE
               WRITE CREDENTIAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       PERFORM 1200-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       MOVE 'A' TO WS-CJ-ACTION
                       PERFORM 8080-WRITE-CRED-JOURNAL THRU
                           8080-WRITE-CRED-JOURNAL-EXIT
               END-WRITE
           END-IF.

           DISPLAY 'CREDLOAD ' WS-REPORT-LINE.

       COPY VALCRPA.
       COPY CRJRPA.
       COPY FILESTPA.
