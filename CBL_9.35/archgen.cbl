      *>               range and optional filter it extracts matching
      *>               records across however many generations they
      *>               span.
      *>   2026-10-15  Record buffers widened to 141 bytes to follow
      *>               PROBERES, which now ends in the engagement ID; a
      *>               133-byte buffer would have sheared it off every
      *>               kept and archived record.
      *>   2026-10-15  Honors the LEGLHOLD legal-hold register: PROBERES
      *>               and FINDINGS records under a hold in force (by
      *>               correlation ID, site, engagement, userid, or
      *>               finding) stay on the live file instead of rolling
      *>               into a generation, and a REQLOG daily log that a
      *>               site hold covers or that carries held work is
      *>               left in place whole.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHGEN.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           COPY PARMFC.
           COPY LHLDFC.

       DATA DIVISION.
       FILE SECTION.
      *>   Sized for the widest record that ages through here:
      *>   PROBERES at 141 bytes (the REQLOG and FINDINGS shapes are
      *>   narrower) -- a tighter buffer would shear the tail off
      *>   every kept and archived record.
       FD  AGED-INPUT-FILE.
       01  AGED-INPUT-RECORD        PIC X(141).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD        PIC X(141).

       FD  KEEP-WORK-FILE.
       01  KEEP-WORK-RECORD         PIC X(141).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
       01  DAILY-LOG-RECORD         PIC X(132).

       COPY PARMFD.
       COPY LHLDFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY LHLDWS.
           01 WS-AG-STATUS          PIC X(2).
           01 WS-GN-STATUS          PIC X(2).
           01 WS-CT-STATUS          PIC X(2).
           01 WS-FILE-ID            PIC X(8).
           01 WS-ARCHIVED-COUNT     PIC 9(8).
           01 WS-KEPT-COUNT         PIC 9(8).
           01 WS-HELD-COUNT         PIC 9(8).
           01 WS-RECORD-DATE        PIC X(8).
           01 WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE
                                    PIC 9(8).
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           PERFORM 1000-FIND-NEXT-GEN-NO
           PERFORM 8480-LOAD-LEGAL-HOLDS THRU 8480-LOAD-LEGAL-HOLDS-EXIT

           MOVE 'PROBERES' TO WS-FILE-ID
           MOVE 'PROBERES' TO WS-AGED-FILE-NAME
      *>   first eight bytes before the cutoff go to the generation,
      *>   the keepers come back over the original.
       2000-AGE-DATED-FILE.
           MOVE 0 TO WS-ARCHIVED-COUNT WS-KEPT-COUNT WS-HELD-COUNT
           MOVE 'N' TO WS-AG-EOF-SW
           OPEN INPUT AGED-INPUT-FILE
           IF WS-AG-STATUS NOT = '00'
               CLOSE AGED-INPUT-FILE
               CLOSE GENERATION-FILE
               CLOSE KEEP-WORK-FILE
               IF WS-HELD-COUNT > 0
                   DISPLAY 'ARCHGEN: ' WS-FILE-ID ' RECORDS KEPT '
                           'UNDER LEGAL HOLD ' WS-HELD-COUNT
               END-IF
               IF WS-ARCHIVED-COUNT > 0
                   PERFORM 2200-COPY-KEPT-BACK
                   PERFORM 1300-WRITE-CATALOG-RECORD
               AT END SET END-OF-AGED-INPUT TO TRUE
               NOT AT END
                   MOVE AGED-INPUT-RECORD(1:8) TO WS-RECORD-DATE
                   MOVE 'N' TO WS-LH-HELD-SW
                   IF WS-RECORD-DATE IS NUMERIC
                       AND WS-RECORD-DATE-NUM < WS-CUTOFF-DATE
                       AND WS-LH-COUNT > 0
                       PERFORM 2150-CHECK-RECORD-HOLD
                       IF WS-UNDER-HOLD
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   END-IF
                   IF WS-RECORD-DATE IS NUMERIC
                       AND WS-RECORD-DATE-NUM < WS-CUTOFF-DATE
                       AND NOT WS-UNDER-HOLD
                       WRITE GENERATION-RECORD FROM AGED-INPUT-RECORD
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                   END-IF
           END-READ.

      *>   PROBERES carries correlation ID, site, engagement, and the
      *>   u= userid in its request line; FINDINGS carries the site,
      *>   userid, correlation ID, and engagement as fields.
       2150-CHECK-RECORD-HOLD.
           MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-SITE WS-LH-USERID
           MOVE 0 TO WS-LH-CORR-ID
           MOVE WS-RECORD-DATE-NUM TO WS-LH-REC-DATE
           IF WS-FILE-ID = 'PROBERES'
               IF AGED-INPUT-RECORD(118:8) IS NUMERIC
                   MOVE AGED-INPUT-RECORD(118:8) TO WS-LH-CORR-ID
               END-IF
               MOVE AGED-INPUT-RECORD(126:8) TO WS-LH-SITE
               MOVE AGED-INPUT-RECORD(134:8) TO WS-LH-ENGAGEMENT
               MOVE SPACES TO WS-LH-TEXT
               MOVE AGED-INPUT-RECORD(25:90) TO WS-LH-TEXT
               PERFORM 8488-EXTRACT-TEXT-USERID THRU
                   8488-EXTRACT-TEXT-USERID-EXIT
           ELSE
               MOVE AGED-INPUT-RECORD(19:8) TO WS-LH-SITE
               MOVE AGED-INPUT-RECORD(28:20) TO WS-LH-USERID
               IF AGED-INPUT-RECORD(70:8) IS NUMERIC
                   MOVE AGED-INPUT-RECORD(70:8) TO WS-LH-CORR-ID
               END-IF
               MOVE AGED-INPUT-RECORD(126:8) TO WS-LH-ENGAGEMENT
           END-IF
           PERFORM 8485-CHECK-LEGAL-HOLD THRU 8485-CHECK-LEGAL-HOLD-EXIT.

       2200-COPY-KEPT-BACK.
           MOVE 'N' TO WS-AG-EOF-SW
           OPEN INPUT KEEP-WORK-FILE
                  INTO WS-DAILY-LOG-NAME
           END-STRING
           MOVE 'N' TO WS-DL-EOF-SW
           MOVE 'N' TO WS-LH-HELD-SW
           OPEN INPUT DAILY-LOG-FILE
           IF WS-DL-STATUS = '00' AND WS-LH-COUNT > 0
               CLOSE DAILY-LOG-FILE
               PERFORM 4150-CHECK-DAY-HOLD
               MOVE 'N' TO WS-DL-EOF-SW
               OPEN INPUT DAILY-LOG-FILE
           END-IF
           IF WS-DL-STATUS = '00' AND WS-UNDER-HOLD
               CLOSE DAILY-LOG-FILE
               DISPLAY 'ARCHGEN: ' WS-DAILY-LOG-NAME
                       ' KEPT UNDER LEGAL HOLD ' WS-LH-HIT-ID
           END-IF
           IF WS-DL-STATUS = '00' AND NOT WS-UNDER-HOLD
               PERFORM 4200-COPY-ONE-LOG-LINE UNTIL END-OF-DAILY-LOG
               CLOSE DAILY-LOG-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DAILY-LOG-NAME
           END-IF.

      *>   A held day stays where it is, whole: a site hold covering
      *>   the date, or any line naming held work, keeps it.
       4150-CHECK-DAY-HOLD.
           MOVE WS-SCAN-DATE TO WS-LH-REC-DATE
           PERFORM 8487-CHECK-DAY-HOLD THRU 8487-CHECK-DAY-HOLD-EXIT
           IF NOT WS-UNDER-HOLD
               MOVE 'N' TO WS-DL-EOF-SW
               OPEN INPUT DAILY-LOG-FILE
               IF WS-DL-STATUS = '00'
                   PERFORM 4160-CHECK-ONE-LOG-LINE
                       UNTIL END-OF-DAILY-LOG OR WS-UNDER-HOLD
                   CLOSE DAILY-LOG-FILE
               END-IF
           END-IF.

       4160-CHECK-ONE-LOG-LINE.
           READ DAILY-LOG-FILE
               AT END SET END-OF-DAILY-LOG TO TRUE
               NOT AT END
                   MOVE DAILY-LOG-RECORD TO WS-LH-TEXT
                   PERFORM 8489-CHECK-LOG-LINE-HOLD THRU
                       8489-CHECK-LOG-LINE-HOLD-EXIT
           END-READ.

      *>   Each archived log line is prefixed with its day so the
      *>   retrieval extract can date-filter a generation that spans
      *>   many days.
           END-READ.

       COPY PARMPA.
       COPY LHLDPA.
       COPY FILESTPA.
