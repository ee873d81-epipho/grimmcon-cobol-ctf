       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Legal-hold register report.
      *>               HOUSEKP, ARCHGEN, and ERASEUSR all keep what a
      *>               LEGLHOLD hold names, but nothing said what a
      *>               hold was actually keeping -- a hold keyed on a
      *>               mistyped engagement protects nothing and nobody
      *>               would know until the evidence was gone.  For
      *>               every hold in force this lists who placed it,
      *>               why, its evidence period and release date, and
      *>               how many records it is protecting today in
      *>               PROBERES, FINDINGS, and MARCOLOG, and how many
      *>               REQLOG daily logs (over the last year) it keeps.
      *>               A hold matching nothing is flagged.  Written to
      *>               LHOLDRP; RC 4 when any hold matches nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHOLDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "LHOLDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY LHLDFC.

       DATA DIVISION.
       FILE SECTION.
      *>   Sized for the widest file scanned: PROBERES at 141 bytes.
       FD  SCAN-FILE.
       01  SCAN-RECORD              PIC X(141).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD       PIC X(132).

       COPY LHLDFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY LHLDWS.
           COPY HBLOGWS.
           01 WS-SF-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-SCAN-FILE-NAME     PIC X(20).
           01 WS-SF-EOF-SW          PIC X.
              88 END-OF-SCAN-FILE   VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-INT            PIC 9(8).
           01 WS-DAY-BACK           PIC 9(3).
           01 WS-SCAN-DATE          PIC 9(8).
           01 WS-RECORD-DATE        PIC X(8).
           01 WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE
                                    PIC 9(8).
           01 WS-FILE-IX            PIC 9(1).
           01 WS-DAYS-SCANNED       PIC 9(3) VALUE 0.
           01 WS-IDLE-COUNT         PIC 9(3) VALUE 0.
           01 WS-PROTECTED          PIC 9(8).
      *>   What each hold protects: 1 PROBERES, 2 FINDINGS,
      *>   3 MARCOLOG records, 4 REQLOG daily logs.
           01 WS-PR-TABLE.
              05 WS-PR-ENTRY OCCURS 200 TIMES.
                 10 WS-PR-COUNT        PIC 9(8) OCCURS 4 TIMES.
           01 WS-TYPE-TEXT          PIC X(12).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-HOLD-LINE.
              05 WS-HL-ID           PIC X(12).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-HL-TYPE         PIC X(12).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-HL-KEY          PIC X(20).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-HL-FROM         PIC X(8).
              05 FILLER             PIC X VALUE '-'.
              05 WS-HL-TO           PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-HL-PLACED-BY    PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-HL-PLACED-ON    PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-HL-RELEASE      PIC X(8).
           01 WS-COUNT-LINE.
              05 FILLER             PIC X(18)
                                    VALUE '    PROTECTING:  '.
              05 FILLER             PIC X(10) VALUE 'PROBERES '.
              05 WS-CL-PROBE        PIC Z(7)9.
              05 FILLER             PIC X(12) VALUE '   FINDINGS '.
              05 WS-CL-FIND         PIC Z(7)9.
              05 FILLER             PIC X(12) VALUE '   MARCOLOG '.
              05 WS-CL-HEART        PIC Z(7)9.
              05 FILLER             PIC X(15) VALUE '   REQLOG DAYS '.
              05 WS-CL-DAYS         PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'LHOLDRPT' TO WS-FS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-PR-TABLE

           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'LHOLDRP' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LEGAL HOLD REGISTER -- WHAT EACH HOLD PROTECTS -- '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 8480-LOAD-LEGAL-HOLDS THRU 8480-LOAD-LEGAL-HOLDS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HOLDS IN FORCE: ' DELIMITED BY SIZE
                  WS-LH-COUNT DELIMITED BY SIZE
                  '   RELEASED (NOT LISTED): ' DELIMITED BY SIZE
                  WS-LH-RELEASED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-LH-COUNT = 0
               CLOSE HOLD-REPORT-FILE
               DISPLAY 'LHOLDRPT: NO LEGAL HOLDS IN FORCE'
               GOBACK
           END-IF

           MOVE 1 TO WS-FILE-IX
           MOVE 'PROBERES' TO WS-SCAN-FILE-NAME
           PERFORM 2000-SCAN-ONE-FILE
           MOVE 2 TO WS-FILE-IX
           MOVE 'FINDINGS' TO WS-SCAN-FILE-NAME
           PERFORM 2000-SCAN-ONE-FILE
           MOVE 3 TO WS-FILE-IX
           MOVE 'MARCOLOG' TO WS-SCAN-FILE-NAME
           PERFORM 2000-SCAN-ONE-FILE
           MOVE 4 TO WS-FILE-IX
           PERFORM 3000-SCAN-ONE-DAY
               VARYING WS-DAY-BACK FROM 0 BY 1
               UNTIL WS-DAY-BACK > 365

           MOVE SPACES TO WS-REPORT-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'HOLD ID       TYPE          KEY' TO WS-REPORT-LINE
           MOVE 'PERIOD' TO WS-REPORT-LINE(53:)
           MOVE 'PLACED' TO WS-REPORT-LINE(72:)
           MOVE 'RELEASE' TO WS-REPORT-LINE(91:)
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 4000-REPORT-ONE-HOLD
               VARYING LH-IDX FROM 1 BY 1
               UNTIL LH-IDX > WS-LH-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQLOG DAILY LOGS SCANNED: ' DELIMITED BY SIZE
                  WS-DAYS-SCANNED DELIMITED BY SIZE
                  '   HOLDS PROTECTING NOTHING: ' DELIMITED BY SIZE
                  WS-IDLE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE HOLD-REPORT-FILE
           DISPLAY 'LHOLDRPT: ' WS-LH-COUNT ' HOLDS IN FORCE, '
                   WS-IDLE-COUNT ' PROTECTING NOTHING'
           IF WS-IDLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   Hit counts are per pass: cleared before each file and
      *>   banked into the report table after it.
       2000-SCAN-ONE-FILE.
           PERFORM 2900-CLEAR-HITS
               VARYING LH-IDX FROM 1 BY 1
               UNTIL LH-IDX > WS-LH-COUNT
           MOVE 'N' TO WS-SF-EOF-SW
           OPEN INPUT SCAN-FILE
           IF WS-SF-STATUS = '00'
               PERFORM 2100-CHECK-ONE-RECORD UNTIL END-OF-SCAN-FILE
               CLOSE SCAN-FILE
           END-IF
           PERFORM 2950-BANK-HITS
               VARYING LH-IDX FROM 1 BY 1
               UNTIL LH-IDX > WS-LH-COUNT.

       2100-CHECK-ONE-RECORD.
           READ SCAN-FILE
               AT END SET END-OF-SCAN-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-SITE
                                  WS-LH-USERID
                   MOVE 0 TO WS-LH-CORR-ID WS-LH-REC-DATE
                   EVALUATE WS-FILE-IX
                       WHEN 1 PERFORM 2200-KEYS-FROM-PROBE
                       WHEN 2 PERFORM 2300-KEYS-FROM-FINDING
                       WHEN 3 PERFORM 2400-KEYS-FROM-HEARTBEAT
                   END-EVALUATE
                   PERFORM 8485-CHECK-LEGAL-HOLD THRU
                       8485-CHECK-LEGAL-HOLD-EXIT
           END-READ.

       2200-KEYS-FROM-PROBE.
           MOVE SCAN-RECORD(1:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE IS NUMERIC
               MOVE WS-RECORD-DATE-NUM TO WS-LH-REC-DATE
           END-IF
           IF SCAN-RECORD(118:8) IS NUMERIC
               MOVE SCAN-RECORD(118:8) TO WS-LH-CORR-ID
           END-IF
           MOVE SCAN-RECORD(126:8) TO WS-LH-SITE
           MOVE SCAN-RECORD(134:8) TO WS-LH-ENGAGEMENT
           MOVE SPACES TO WS-LH-TEXT
           MOVE SCAN-RECORD(25:90) TO WS-LH-TEXT
           PERFORM 8488-EXTRACT-TEXT-USERID THRU
               8488-EXTRACT-TEXT-USERID-EXIT.

       2300-KEYS-FROM-FINDING.
           MOVE SCAN-RECORD(1:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE IS NUMERIC
               MOVE WS-RECORD-DATE-NUM TO WS-LH-REC-DATE
           END-IF
           MOVE SCAN-RECORD(19:8) TO WS-LH-SITE
           MOVE SCAN-RECORD(28:20) TO WS-LH-USERID
           IF SCAN-RECORD(70:8) IS NUMERIC
               MOVE SCAN-RECORD(70:8) TO WS-LH-CORR-ID
           END-IF
           MOVE SCAN-RECORD(126:8) TO WS-LH-ENGAGEMENT.

       2400-KEYS-FROM-HEARTBEAT.
           MOVE SCAN-RECORD(1:60) TO WS-HB-RAW
           PERFORM 8700-PARSE-HEARTBEAT THRU 8700-PARSE-HEARTBEAT-EXIT
           MOVE WS-HB-SITE TO WS-LH-SITE
           IF WS-HB-SITE = SPACES
               MOVE 'DEFAULT' TO WS-LH-SITE
           END-IF
           MOVE WS-HB-DATE TO WS-LH-REC-DATE.

       2900-CLEAR-HITS.
           MOVE 0 TO WS-LH-T-HITS(LH-IDX).

       2950-BANK-HITS.
           IF WS-FILE-IX = 4
               IF WS-LH-T-HITS(LH-IDX) > 0
                   ADD 1 TO WS-PR-COUNT(LH-IDX, 4)
               END-IF
           ELSE
               MOVE WS-LH-T-HITS(LH-IDX)
                   TO WS-PR-COUNT(LH-IDX, WS-FILE-IX)
           END-IF.

      *>   A daily log counts once for every hold that keeps it --
      *>   a site hold covering the day, or any line naming held
      *>   work -- so every line is checked against every hold.
       3000-SCAN-ONE-DAY.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT - WS-DAY-BACK)
           MOVE SPACES TO WS-SCAN-FILE-NAME
           STRING 'REQLOG' DELIMITED BY SIZE
                  WS-SCAN-DATE DELIMITED BY SIZE
                  '.LOG' DELIMITED BY SIZE
                  INTO WS-SCAN-FILE-NAME
           END-STRING
           MOVE 'N' TO WS-SF-EOF-SW
           OPEN INPUT SCAN-FILE
           IF WS-SF-STATUS = '00'
               ADD 1 TO WS-DAYS-SCANNED
               PERFORM 2900-CLEAR-HITS
                   VARYING LH-IDX FROM 1 BY 1
                   UNTIL LH-IDX > WS-LH-COUNT
               MOVE WS-SCAN-DATE TO WS-LH-REC-DATE
               PERFORM 8487-CHECK-DAY-HOLD THRU 8487-CHECK-DAY-HOLD-EXIT
               PERFORM 3100-CHECK-ONE-LOG-LINE UNTIL END-OF-SCAN-FILE
               CLOSE SCAN-FILE
               PERFORM 2950-BANK-HITS
                   VARYING LH-IDX FROM 1 BY 1
                   UNTIL LH-IDX > WS-LH-COUNT
           END-IF.

       3100-CHECK-ONE-LOG-LINE.
           READ SCAN-FILE
               AT END SET END-OF-SCAN-FILE TO TRUE
               NOT AT END
                   MOVE SCAN-RECORD(1:132) TO WS-LH-TEXT
                   MOVE WS-SCAN-DATE TO WS-LH-REC-DATE
                   PERFORM 8489-CHECK-LOG-LINE-HOLD THRU
                       8489-CHECK-LOG-LINE-HOLD-EXIT
           END-READ.

       4000-REPORT-ONE-HOLD.
           EVALUATE WS-LH-T-TYPE(LH-IDX)
               WHEN 'E' MOVE 'ENGAGEMENT' TO WS-TYPE-TEXT
               WHEN 'S' MOVE 'SITE' TO WS-TYPE-TEXT
               WHEN 'C' MOVE 'CORR RANGE' TO WS-TYPE-TEXT
               WHEN 'F' MOVE 'FINDING' TO WS-TYPE-TEXT
               WHEN 'U' MOVE 'USERID' TO WS-TYPE-TEXT
               WHEN OTHER MOVE 'UNKNOWN TYPE' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-LH-T-ID(LH-IDX) TO WS-HL-ID
           MOVE WS-TYPE-TEXT TO WS-HL-TYPE
           MOVE WS-LH-T-KEY(LH-IDX) TO WS-HL-KEY
           IF WS-LH-T-FROM(LH-IDX) = 0
               MOVE 'ANY' TO WS-HL-FROM
           ELSE
               MOVE WS-LH-T-FROM(LH-IDX) TO WS-HL-FROM
           END-IF
           IF WS-LH-T-TO(LH-IDX) = 0
               MOVE 'ANY' TO WS-HL-TO
           ELSE
               MOVE WS-LH-T-TO(LH-IDX) TO WS-HL-TO
           END-IF
           MOVE WS-LH-T-PLACED-BY(LH-IDX) TO WS-HL-PLACED-BY
           MOVE WS-LH-T-PLACED-ON(LH-IDX) TO WS-HL-PLACED-ON
           IF WS-LH-T-RELEASE(LH-IDX) = 0
               MOVE 'OPEN' TO WS-HL-RELEASE
           ELSE
               MOVE WS-LH-T-RELEASE(LH-IDX) TO WS-HL-RELEASE
           END-IF
           WRITE HOLD-REPORT-RECORD FROM WS-HOLD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    REASON: ' DELIMITED BY SIZE
                  WS-LH-T-REASON(LH-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PR-COUNT(LH-IDX, 1) TO WS-CL-PROBE
           MOVE WS-PR-COUNT(LH-IDX, 2) TO WS-CL-FIND
           MOVE WS-PR-COUNT(LH-IDX, 3) TO WS-CL-HEART
           MOVE WS-PR-COUNT(LH-IDX, 4) TO WS-CL-DAYS
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           COMPUTE WS-PROTECTED = WS-PR-COUNT(LH-IDX, 1)
               + WS-PR-COUNT(LH-IDX, 2) + WS-PR-COUNT(LH-IDX, 3)
               + WS-PR-COUNT(LH-IDX, 4)
           IF WS-PROTECTED = 0
               ADD 1 TO WS-IDLE-COUNT
               MOVE '    ** NOTHING ON FILE MATCHES THIS HOLD -- CHECK '
                   TO WS-REPORT-LINE
               MOVE 'ITS KEY' TO WS-REPORT-LINE(52:)
               WRITE HOLD-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY LHLDPA.
       COPY HBLOGPA.
       COPY FILESTPA.
