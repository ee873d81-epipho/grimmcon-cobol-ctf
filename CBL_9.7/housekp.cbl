      *>               Everything archived or purged is counted onto a
      *>               housekeeping report (HOUSEKPR) so there is proof
      *>               nothing was lost, only moved or aged off.
      *>   2026-10-15  Aged-file buffers widened to 141 bytes: PROBERES
      *>               now ends in the engagement ID and a 132-byte
      *>               buffer already clipped its site name; rolled and
      *>               kept records now come through whole.
      *>   2026-10-15  Honors the LEGLHOLD legal-hold register: a
      *>               PROBERES record past its cutoff whose correlation
      *>               ID, site, engagement, or request userid is under
      *>               a hold in force stays on the file, as does a
      *>               MARCOLOG heartbeat for a held site and a REQLOG
      *>               daily log that a site hold covers or that carries
      *>               held work.  Held records and kept daily logs are
      *>               counted on HOUSEKPR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKP.

           SELECT HOUSEKEEPING-REPORT-FILE ASSIGN TO "HOUSEKPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY LHLDFC.

       DATA DIVISION.
       FILE SECTION.
           05 RT-KEEP-VALUE         PIC 9(5).

       FD  AGED-INPUT-FILE.
       01  AGED-INPUT-RECORD        PIC X(141).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(141).

       FD  KEEP-WORK-FILE.
       01  KEEP-WORK-RECORD         PIC X(141).

       FD  DAILY-LOG-FILE.
       01  DAILY-LOG-RECORD         PIC X(132).
       FD  HOUSEKEEPING-REPORT-FILE.
       01  HOUSEKEEPING-REPORT-RECORD PIC X(70).

       COPY LHLDFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY LHLDWS.
           COPY HBLOGWS.
           01 WS-RP-STATUS          PIC X(2).
           01 WS-RP-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-RETN-PARMS  VALUE 'Y'.
           01 WS-PURGED-COUNT       PIC 9(8) VALUE 0.
           01 WS-TRIM-BOUNDARY      PIC 9(8) VALUE 0.
           01 WS-DELETED-LOG-COUNT  PIC 9(8) VALUE 0.
           01 WS-HELD-COUNT         PIC 9(8) VALUE 0.
           01 WS-HELD-LOG-COUNT     PIC 9(8) VALUE 0.
           01 WS-DL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-DAILY-LOG   VALUE 'Y'.
           01 WS-REPORT-LINE        PIC X(70).
           01 WS-COUNT-LINE.
              05 WS-CL-FILE-ID      PIC X(8).
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'NIGHTLY HOUSEKEEPING REPORT' TO WS-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE
           PERFORM 8480-LOAD-LEGAL-HOLDS THRU 8480-LOAD-LEGAL-HOLDS-EXIT
           IF WS-LH-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LEGAL HOLDS IN FORCE: ' DELIMITED BY SIZE
                      WS-LH-COUNT DELIMITED BY SIZE
                      ' -- HELD RECORDS ARE KEPT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 8500-WRITE-REPORT-LINE
           END-IF

           OPEN INPUT RETENTION-PARM-FILE
           IF WS-RP-STATUS = '00'
      *>   keep work file back over the original.
       2000-AGE-DATED-FILE.
           MOVE 0 TO WS-TOTAL-COUNT WS-KEPT-COUNT
                     WS-ARCHIVED-COUNT WS-PURGED-COUNT WS-HELD-COUNT
           MOVE 'N' TO WS-AG-EOF-SW
           OPEN INPUT AGED-INPUT-FILE
           IF WS-AG-STATUS NOT = '00'
               PERFORM 2300-COPY-KEPT-BACK
               MOVE WS-ARCHIVED-COUNT TO WS-PURGED-COUNT
               PERFORM 8600-WRITE-COUNT-LINE
               PERFORM 8650-WRITE-HELD-LINE
           END-IF.

       2100-BUILD-ARCHIVE-NAME.
               NOT AT END
                   ADD 1 TO WS-TOTAL-COUNT
                   MOVE AGED-INPUT-RECORD(1:8) TO WS-RECORD-DATE
                   MOVE 'N' TO WS-LH-HELD-SW
                   IF WS-RECORD-DATE IS NUMERIC
                       AND WS-RECORD-DATE-NUM < WS-CUTOFF-DATE
                       AND WS-LH-COUNT > 0
                       PERFORM 2250-CHECK-RECORD-HOLD
                   END-IF
                   IF WS-RECORD-DATE IS NUMERIC
                       AND WS-RECORD-DATE-NUM < WS-CUTOFF-DATE
                       AND NOT WS-UNDER-HOLD
                       WRITE ARCHIVE-RECORD FROM AGED-INPUT-RECORD
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       IF WS-UNDER-HOLD
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                       WRITE KEEP-WORK-RECORD FROM AGED-INPUT-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
           END-READ.

      *>   Of the dated files only PROBERES carries anything a hold
      *>   can name: its correlation ID, site, engagement, and the u=
      *>   userid inside the request line.
       2250-CHECK-RECORD-HOLD.
           MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-SITE WS-LH-USERID
           MOVE 0 TO WS-LH-CORR-ID
           MOVE WS-RECORD-DATE-NUM TO WS-LH-REC-DATE
           IF RT-FILE-ID = 'PROBERES'
               IF AGED-INPUT-RECORD(118:8) IS NUMERIC
                   MOVE AGED-INPUT-RECORD(118:8) TO WS-LH-CORR-ID
               END-IF
               MOVE AGED-INPUT-RECORD(126:8) TO WS-LH-SITE
               MOVE AGED-INPUT-RECORD(134:8) TO WS-LH-ENGAGEMENT
               MOVE SPACES TO WS-LH-TEXT
               MOVE AGED-INPUT-RECORD(25:90) TO WS-LH-TEXT
               PERFORM 8488-EXTRACT-TEXT-USERID THRU
                   8488-EXTRACT-TEXT-USERID-EXIT
           END-IF
           PERFORM 8485-CHECK-LEGAL-HOLD THRU 8485-CHECK-LEGAL-HOLD-EXIT.

       2300-COPY-KEPT-BACK.
           MOVE 'N' TO WS-AG-EOF-SW
           OPEN INPUT KEEP-WORK-FILE
      *>   archives everything before the boundary and keeps the rest.
       3000-TRIM-ROLLING-LOG.
           MOVE 0 TO WS-TOTAL-COUNT WS-KEPT-COUNT
                     WS-ARCHIVED-COUNT WS-PURGED-COUNT WS-HELD-COUNT
           MOVE 'N' TO WS-AG-EOF-SW
           OPEN INPUT AGED-INPUT-FILE
           IF WS-AG-STATUS NOT = '00'
                   MOVE WS-TOTAL-COUNT TO WS-KEPT-COUNT
               END-IF
               PERFORM 8600-WRITE-COUNT-LINE
               PERFORM 8650-WRITE-HELD-LINE
           END-IF.

       3100-COUNT-ONE-RECORD.
               AT END SET END-OF-AGED-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-COUNT
                   MOVE 'N' TO WS-LH-HELD-SW
                   IF WS-TOTAL-COUNT NOT > WS-TRIM-BOUNDARY
                       AND RT-FILE-ID = 'MARCOLOG'
                       AND WS-LH-COUNT > 0
                       PERFORM 3220-CHECK-HEARTBEAT-HOLD
                   END-IF
                   IF WS-TOTAL-COUNT > WS-TRIM-BOUNDARY
                       OR WS-UNDER-HOLD
                       WRITE KEEP-WORK-RECORD FROM AGED-INPUT-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                       IF WS-UNDER-HOLD
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   ELSE
                       WRITE ARCHIVE-RECORD FROM AGED-INPUT-RECORD
                       ADD 1 TO WS-ARCHIVED-COUNT
                   END-IF
           END-READ.

      *>   A MARCOLOG heartbeat names its site and (on dated records)
      *>   its run date; a site hold keeps it.
       3220-CHECK-HEARTBEAT-HOLD.
           MOVE AGED-INPUT-RECORD(1:60) TO WS-HB-RAW
           PERFORM 8700-PARSE-HEARTBEAT THRU 8700-PARSE-HEARTBEAT-EXIT
           MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-USERID
           MOVE 0 TO WS-LH-CORR-ID
           MOVE WS-HB-SITE TO WS-LH-SITE
           IF WS-HB-SITE = SPACES
               MOVE 'DEFAULT' TO WS-LH-SITE
           END-IF
           MOVE WS-HB-DATE TO WS-LH-REC-DATE
           PERFORM 8485-CHECK-LEGAL-HOLD THRU 8485-CHECK-LEGAL-HOLD-EXIT.

      *>   The dated REQLOG logs are whole files, not records, so
      *>   retention there is file deletion: every date from a year
      *>   before the cutoff up to the day before it is tried, and
                      INTO WS-DAILY-LOG-NAME
               END-STRING
               OPEN INPUT DAILY-LOG-FILE
               MOVE 'N' TO WS-LH-HELD-SW
               IF WS-DL-STATUS = '00' AND WS-LH-COUNT > 0
                   PERFORM 4100-CHECK-DAY-HOLD
               END-IF
               IF WS-DL-STATUS = '00' AND WS-UNDER-HOLD
                   CLOSE DAILY-LOG-FILE
                   ADD 1 TO WS-HELD-LOG-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'KEPT UNDER LEGAL HOLD ' DELIMITED BY SIZE
                          WS-LH-HIT-ID DELIMITED BY SPACE
                          ': ' DELIMITED BY SIZE
                          WS-DAILY-LOG-NAME DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8500-WRITE-REPORT-LINE
               END-IF
               IF WS-DL-STATUS = '00' AND NOT WS-UNDER-HOLD
                   CLOSE DAILY-LOG-FILE
                   CALL 'CBL_DELETE_FILE' USING WS-DAILY-LOG-NAME
                   ADD 1 TO WS-DELETED-LOG-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQLOG DAILY FILES DELETED: ' DELIMITED BY SIZE
                  WS-DELETED-LOG-COUNT DELIMITED BY SIZE
                  '  HELD: ' DELIMITED BY SIZE
                  WS-HELD-LOG-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 8500-WRITE-REPORT-LINE.

      *>   The day is held by a site hold covering its date, or by any
      *>   line naming held work; the file is left open at whatever
      *>   point the scan stopped and closed by the caller.
       4100-CHECK-DAY-HOLD.
           MOVE WS-SCAN-DATE TO WS-LH-REC-DATE
           PERFORM 8487-CHECK-DAY-HOLD THRU 8487-CHECK-DAY-HOLD-EXIT
           MOVE 'N' TO WS-DL-EOF-SW
           PERFORM 4110-CHECK-ONE-LOG-LINE
               UNTIL END-OF-DAILY-LOG OR WS-UNDER-HOLD.

       4110-CHECK-ONE-LOG-LINE.
           READ DAILY-LOG-FILE
               AT END SET END-OF-DAILY-LOG TO TRUE
               NOT AT END
                   MOVE DAILY-LOG-RECORD TO WS-LH-TEXT
                   PERFORM 8489-CHECK-LOG-LINE-HOLD THRU
                       8489-CHECK-LOG-LINE-HOLD-EXIT
           END-READ.

       8500-WRITE-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'WRITE' TO WS-FS-OPERATION
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE.

       8650-WRITE-HELD-LINE.
           IF WS-HELD-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING RT-FILE-ID DELIMITED BY SPACE
                      ' KEPT UNDER LEGAL HOLD: ' DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 8500-WRITE-REPORT-LINE
           END-IF.

       COPY LHLDPA.
       COPY HBLOGPA.
       COPY FILESTPA.
