      *>               optional EXPTPARM control record (from-date,
      *>               to-date; absent means everything), so the
      *>               spreadsheet import is one click.
      *>   2026-10-15  PROBECSV gains an ENGAGEMENT column, and the
      *>               EXPTPARM control record takes an optional
      *>               engagement ID after the date range: when present
      *>               only that engagement's probe results are exported
      *>               (heartbeats carry no engagement and are exported
      *>               as before).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSEXPT.

       01  EXPORT-PARM-RECORD.
           05 EP-FROM-DATE          PIC 9(8).
           05 EP-TO-DATE            PIC 9(8).
           05 EP-ENGAGEMENT-ID      PIC X(8).

       FD  PROBE-CSV-FILE.
       01  PROBE-CSV-RECORD         PIC X(150).

       FD  MARCO-CSV-FILE.
       01  MARCO-CSV-RECORD         PIC X(80).
           01 WS-HB-STATUS          PIC X(2).
           01 WS-FROM-DATE          PIC 9(8) VALUE 0.
           01 WS-TO-DATE            PIC 9(8) VALUE 99999999.
           01 WS-ENGAGEMENT-SEL     PIC X(8) VALUE SPACES.
           01 WS-PRF-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-PROBE-RESULTS VALUE 'Y'.
           01 WS-HB-EOF-SW          PIC X VALUE 'N'.
           01 WS-CHAR-IDX           PIC 9(3).
           01 WS-PROBE-COUNT        PIC 9(8) VALUE 0.
           01 WS-MARCO-COUNT        PIC 9(8) VALUE 0.
           01 WS-CSV-LINE           PIC X(150).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                           AND EP-TO-DATE > 0
                           MOVE EP-TO-DATE TO WS-TO-DATE
                       END-IF
                       MOVE EP-ENGAGEMENT-ID TO WS-ENGAGEMENT-SEL
               END-READ
               CLOSE EXPORT-PARM-FILE
           END-IF
           MOVE 'PROBECSV' TO WS-FS-FILE-NAME
           MOVE WS-CSV-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'DATE,TIME,PROGRAM,SITE,REQUEST,RESPONSE,CORRID,ENGAGEMENT'
               TO PROBE-CSV-RECORD
           WRITE PROBE-CSV-RECORD
           OPEN INPUT PROBE-RESULT-FILE
               NOT AT END
                   IF PR-DATE >= WS-FROM-DATE
                       AND PR-DATE <= WS-TO-DATE
                       AND (WS-ENGAGEMENT-SEL = SPACES
                           OR PR-ENGAGEMENT-ID = WS-ENGAGEMENT-SEL)
                       PERFORM 1200-WRITE-ONE-PROBE-ROW
                   END-IF
           END-READ.
                  PR-RESPONSE-CODE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PR-CORRELATION-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PR-ENGAGEMENT-ID DELIMITED BY SPACE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE PROBE-CSV-RECORD FROM WS-CSV-LINE
