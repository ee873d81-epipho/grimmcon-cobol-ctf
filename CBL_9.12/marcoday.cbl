      *>               MARCODRP.  Records from before the date was
      *>               carried roll up under date zero rather than
      *>               being guessed at.
      *>   2026-10-15  The report can be run for one site or a named
      *>               site group (SITESEL from NIGHTLY, else central
      *>               parameter MARCODAY/SITE-SEL), named in the
      *>               heading; blank or absent reports every site.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCODAY.

           SELECT DAILY-REPORT-FILE ASSIGN TO "MARCODRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.
           COPY SGRPFC.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-REPORT-FILE.
       01  DAILY-REPORT-RECORD      PIC X(80).

       COPY PARMFD.
       COPY SGRPFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY PARMWS.
           COPY SGRPWS.
           01 WS-HB-STATUS          PIC X(2).
           01 WS-HB-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-HEARTBEATS  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'MARCODAY' TO WS-FS-PROGRAM-ID
           MOVE 'MARCODAY' TO WS-GS-PROGRAM-ID
           PERFORM 8781-RESOLVE-SITE-SELECTION THRU
               8781-RESOLVE-SITE-SELECTION-EXIT
           OPEN INPUT HEARTBEAT-LOG-FILE
           IF WS-HB-STATUS = '00'
               PERFORM 1000-TALLY-ONE-HEARTBEAT UNTIL END-OF-HEARTBEATS
                   MOVE HEARTBEAT-LOG-RECORD TO WS-HB-RAW
                   PERFORM 8700-PARSE-HEARTBEAT THRU
                       8700-PARSE-HEARTBEAT-EXIT
                   MOVE WS-HB-SITE TO WS-GS-CHECK-SITE
                   PERFORM 8784-CHECK-SITE-SELECTION THRU
                       8784-CHECK-SITE-SELECTION-EXIT
                   IF WS-GS-IN-SELECTION
                       PERFORM 1100-POST-TO-DAY-TABLE
                   END-IF
           END-READ.

       1100-POST-TO-DAY-TABLE.
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'DAILY HEARTBEAT AVAILABILITY REPORT' TO WS-REPORT-LINE
           WRITE DAILY-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-GS-SEL-ALL
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-GS-SEL-GROUP
                   STRING 'SITE GROUP: ' DELIMITED BY SIZE
                          WS-GS-SELECTION DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING 'SITE: ' DELIMITED BY SIZE
                          WS-GS-SELECTION DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               WRITE DAILY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 2100-WRITE-ONE-DAY
               VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-DAY-COUNT
           WRITE DAILY-REPORT-RECORD FROM WS-DAY-LINE.

       COPY HBLOGPA.
       COPY PARMPA.
       COPY SGRPPA.
       COPY FILESTPA.
