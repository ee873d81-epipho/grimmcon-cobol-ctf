      *>               shows on the ALERTCON console until someone
      *>               acknowledges it, instead of only sitting in
      *>               ABENDJRN for the morning archaeology.
      *>   2026-10-15  Alerts are tagged failure type ABEND for the run-
      *>               book lookup.
      *>   2026-10-15  An alert matching a suppression in force on
      *>               SUPPREG is queued as status S and never listed,
      *>               escalated, or paged (shared ALRTPA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABENDLOG.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
           COPY ALRTFC.
           COPY SUPRFC.

       DATA DIVISION.
       FILE SECTION.
           05 AJ-STATUS             PIC X(2).

       COPY ALRTFD.
       COPY SUPRFD.

       WORKING-STORAGE SECTION.
           COPY ALRTWS.
           COPY SUPRWS.
           01 WS-AJ-STATUS          PIC X(2).
           01 WS-JOURNAL-DATE       PIC 9(8).
           01 WS-JOURNAL-TIME       PIC 9(8).
           END-IF
           MOVE 3 TO WS-AL-SEVERITY
           MOVE LS-PROGRAM-ID TO WS-AL-SOURCE
           MOVE 'ABEND' TO WS-AL-FAILURE-TYPE
           MOVE SPACES TO WS-AL-MESSAGE
           STRING 'FILE I/O ' DELIMITED BY SIZE
                  LS-OPERATION DELIMITED BY SPACE
           GOBACK.

       COPY ALRTPA.
       COPY SUPRPA.
