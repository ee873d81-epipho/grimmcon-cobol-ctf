       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Missing and late vendor batch
      *>               check.  Until now a vendor that should have
      *>               sent MODTRANS and didn't was only noticed when
      *>               it phoned about a missing MODRESP.  Each active
      *>               vendor with a submission schedule on MODVEND
      *>               (day flags and grace days) is checked over the
      *>               seven days ending on the processing date
      *>               against the batches MOD actually registered on
      *>               MODACKRG: every due date is matched to the
      *>               earliest unused batch received from that
      *>               vendor on the due date (RECEIVED) or within
      *>               the grace period after it (LATE); a due date
      *>               with no batch is MISSING once its grace has
      *>               run out, PENDING until then.  A batch that
      *>               matches no due date is listed UNSCHEDULED.
      *>               The night a due date first goes MISSING an
      *>               alert goes on the central queue, so a vendor
      *>               that stays silent is raised once, not every
      *>               night for a week.  The MODLATRP report lists
      *>               expected, received, late, and missing batches
      *>               by vendor for the week; any MISSING ends with
      *>               RETURN-CODE 4 so the desk chases it.
      *>   2026-10-15  Alerts are tagged failure type MISSING for the
      *>               run-book lookup.
      *>   2026-10-15  An alert matching a suppression in force on
      *>               SUPPREG is queued as status S and never listed,
      *>               escalated, or paged (shared ALRTPA).
      *>   2026-10-15  Each vendor's due dates are scanned from its
      *>               grace days before the week, and receipts loaded
      *>               from the longest grace on the vendor master, so a
      *>               vendor with six or more grace days is still
      *>               flagged MISSING and alerted, and its late batches
      *>               are matched rather than listed UNSCHEDULED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODLATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "MODVEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-VENDOR-ID
               FILE STATUS IS WS-MV-STATUS.
           SELECT OPTIONAL ACK-REGISTRY-FILE ASSIGN TO "MODACKRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO "MODLATRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY ALRTFC.
           COPY SUPRFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05 MV-VENDOR-ID           PIC X(8).
           05 MV-VENDOR-NAME         PIC X(30).
           05 MV-ACTIVE-FLAG         PIC X(1).
           05 MV-SCHEME-TABLE.
              10 MV-SCHEME           PIC X(4) OCCURS 10 TIMES.
           05 MV-DAY-FLAGS           PIC X(7).
           05 MV-GRACE-DAYS          PIC 9(2).

       FD  ACK-REGISTRY-FILE.
       01  ACK-REGISTRY-RECORD.
           05 AG-ACK-NO             PIC X(12).
           05 FILLER                PIC X.
           05 AG-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 AG-COUNT              PIC 9(9).
           05 FILLER                PIC X.
           05 AG-HASH               PIC 9(18).
           05 FILLER                PIC X.
           05 AG-STATUS             PIC X(8).
           05 FILLER                PIC X.
           05 AG-VENDOR-ID          PIC X(8).
           05 FILLER                PIC X.
           05 AG-VENDOR-BATCH       PIC X(8).
           05 FILLER                PIC X.
           05 AG-BATCH-RESULT       PIC X(8).

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-RECORD       PIC X(80).

       COPY ALRTFD.
       COPY SUPRFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY ALRTWS.
           COPY SUPRWS.
           COPY BIZDTWS.
           01 WS-MV-STATUS          PIC X(2).
           01 WS-AG-STATUS          PIC X(2).
           01 WS-MV-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-VENDORS     VALUE 'Y'.
           01 WS-AG-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-REGISTRY    VALUE 'Y'.
           01 WS-BIZ-INT            PIC 9(8).
           01 WS-WEEK-START-INT     PIC 9(8).
           01 WS-WEEK-START         PIC 9(8).
      *>   A due date stays on the report for a week after its grace
      *>   runs out, so each vendor is scanned from its own grace
      *>   days before the week, and the receipts are loaded from
      *>   the largest grace on the master before it.
           01 WS-MAX-GRACE          PIC 9(2) VALUE 0.
           01 WS-SCAN-START-INT     PIC 9(8).
           01 WS-SCAN-START         PIC 9(8).
           01 WS-VEND-START-INT     PIC 9(8).
           01 WS-DUE-INT            PIC 9(8).
           01 WS-DUE-DATE           PIC 9(8).
           01 WS-LATEST-INT         PIC 9(8).
           01 WS-DAY-OF-WEEK        PIC 9(1).
      *>   Batches received in the week, all vendors.
           01 WS-RCV-COUNT          PIC 9(4) VALUE 0.
           01 WS-RCV-TABLE.
              05 WS-RCV-ENTRY OCCURS 500 TIMES INDEXED BY RV-IDX.
                 10 WS-RV-VENDOR-ID    PIC X(8).
                 10 WS-RV-DATE         PIC 9(8).
                 10 WS-RV-DATE-INT     PIC 9(8).
                 10 WS-RV-ACK-NO       PIC X(12).
                 10 WS-RV-VENDOR-BATCH PIC X(8).
                 10 WS-RV-USED-SW      PIC X.
           01 WS-RCV-DROPPED        PIC 9(4) VALUE 0.
           01 WS-MATCH-SW           PIC X.
           01 WS-MATCH-IDX          PIC 9(4).
           01 WS-VENDORS-CHECKED    PIC 9(4) VALUE 0.
      *>   Per-vendor tallies.
           01 WS-EXPECTED-CT        PIC 9(3).
           01 WS-RECEIVED-CT        PIC 9(3).
           01 WS-LATE-CT            PIC 9(3).
           01 WS-MISSING-CT         PIC 9(3).
           01 WS-PENDING-CT         PIC 9(3).
           01 WS-UNSCHED-CT         PIC 9(3).
           01 WS-TOTAL-MISSING      PIC 9(4) VALUE 0.
           01 WS-TOTAL-LATE         PIC 9(4) VALUE 0.
           01 WS-ALERTS-RAISED      PIC 9(4) VALUE 0.
           01 WS-REPORT-LINE        PIC X(80).
           01 WS-DETAIL-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-DL-DUE-DATE     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-STATUS       PIC X(11).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-RCV-DATE     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-ACK-NO       PIC X(12).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-VENDOR-BATCH PIC X(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'MODLATE' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           COMPUTE WS-BIZ-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
           COMPUTE WS-WEEK-START-INT = WS-BIZ-INT - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           PERFORM 1050-FIND-MAX-GRACE THRU 1050-FIND-MAX-GRACE-EXIT
           COMPUTE WS-SCAN-START-INT = WS-WEEK-START-INT - WS-MAX-GRACE
           COMPUTE WS-SCAN-START =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-START-INT)
           PERFORM 1000-LOAD-RECEIPTS THRU 1000-LOAD-RECEIPTS-EXIT
           OPEN OUTPUT LATE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'MODLATRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MODTRANS VENDOR SUBMISSIONS -- WEEK ' DELIMITED BY SIZE
                  WS-WEEK-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LATE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-RCV-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** RECEIPT TABLE FULL, ' DELIMITED BY SIZE
                      WS-RCV-DROPPED DELIMITED BY SIZE
                      ' BATCHES NOT CONSIDERED **' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE LATE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-MV-STATUS NOT = '00'
               MOVE 'NO VENDOR MASTER (MODVEND) ON FILE'
                   TO LATE-REPORT-RECORD
               WRITE LATE-REPORT-RECORD
           ELSE
               PERFORM 2000-CHECK-ONE-VENDOR UNTIL END-OF-VENDORS
               CLOSE VENDOR-MASTER-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VENDORS CHECKED: ' DELIMITED BY SIZE
                  WS-VENDORS-CHECKED DELIMITED BY SIZE
                  '  LATE: ' DELIMITED BY SIZE
                  WS-TOTAL-LATE DELIMITED BY SIZE
                  '  MISSING: ' DELIMITED BY SIZE
                  WS-TOTAL-MISSING DELIMITED BY SIZE
                  '  ALERTS: ' DELIMITED BY SIZE
                  WS-ALERTS-RAISED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LATE-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE LATE-REPORT-FILE
           DISPLAY 'MODLATE ' WS-REPORT-LINE
           IF WS-TOTAL-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   Every batch MOD registered in the week, or in the grace
      *>   days before it of the vendor with the longest grace,
      *>   whatever became of it: a rejected batch was still sent,
      *>   so it still counts as the vendor's submission.
       1000-LOAD-RECEIPTS.
           OPEN INPUT ACK-REGISTRY-FILE
           IF WS-AG-STATUS NOT = '00'
               GO TO 1000-LOAD-RECEIPTS-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RECEIPT UNTIL END-OF-REGISTRY
           CLOSE ACK-REGISTRY-FILE.
       1000-LOAD-RECEIPTS-EXIT.
           EXIT.

       1100-LOAD-ONE-RECEIPT.
           READ ACK-REGISTRY-FILE
               AT END SET END-OF-REGISTRY TO TRUE
               NOT AT END
                   IF AG-VENDOR-ID NOT = SPACES
                       AND AG-DATE IS NUMERIC
                       AND AG-DATE >= WS-SCAN-START
                       AND AG-DATE <= WS-BIZ-DATE
                       IF WS-RCV-COUNT < 500
                           ADD 1 TO WS-RCV-COUNT
                           SET RV-IDX TO WS-RCV-COUNT
                           MOVE AG-VENDOR-ID TO WS-RV-VENDOR-ID(RV-IDX)
                           MOVE AG-DATE TO WS-RV-DATE(RV-IDX)
                           COMPUTE WS-RV-DATE-INT(RV-IDX) =
                               FUNCTION INTEGER-OF-DATE(AG-DATE)
                           MOVE AG-ACK-NO TO WS-RV-ACK-NO(RV-IDX)
                           MOVE AG-VENDOR-BATCH
                               TO WS-RV-VENDOR-BATCH(RV-IDX)
                           MOVE 'N' TO WS-RV-USED-SW(RV-IDX)
                       ELSE
                           ADD 1 TO WS-RCV-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1050-FIND-MAX-GRACE.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-MV-STATUS NOT = '00'
               GO TO 1050-FIND-MAX-GRACE-EXIT
           END-IF
           PERFORM 1060-CHECK-ONE-GRACE UNTIL END-OF-VENDORS
           CLOSE VENDOR-MASTER-FILE
           MOVE 'N' TO WS-MV-EOF-SW.
       1050-FIND-MAX-GRACE-EXIT.
           EXIT.

       1060-CHECK-ONE-GRACE.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END SET END-OF-VENDORS TO TRUE
               NOT AT END
                   IF MV-ACTIVE-FLAG = 'A'
                       AND MV-DAY-FLAGS NOT = SPACES
                       AND MV-GRACE-DAYS IS NUMERIC
                       AND MV-GRACE-DAYS > WS-MAX-GRACE
                       MOVE MV-GRACE-DAYS TO WS-MAX-GRACE
                   END-IF
           END-READ.

       2000-CHECK-ONE-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END SET END-OF-VENDORS TO TRUE
               NOT AT END
                   IF MV-ACTIVE-FLAG = 'A'
                       AND MV-DAY-FLAGS NOT = SPACES
                       PERFORM 2100-REPORT-VENDOR
                   END-IF
           END-READ.

       2100-REPORT-VENDOR.
           ADD 1 TO WS-VENDORS-CHECKED
           MOVE 0 TO WS-EXPECTED-CT WS-RECEIVED-CT WS-LATE-CT
                     WS-MISSING-CT WS-PENDING-CT WS-UNSCHED-CT
           IF MV-GRACE-DAYS IS NOT NUMERIC
               MOVE 0 TO MV-GRACE-DAYS
           END-IF
           MOVE SPACES TO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VENDOR ' DELIMITED BY SIZE
                  MV-VENDOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MV-VENDOR-NAME DELIMITED BY SIZE
                  ' DAYS ' DELIMITED BY SIZE
                  MV-DAY-FLAGS DELIMITED BY SIZE
                  ' GRACE ' DELIMITED BY SIZE
                  MV-GRACE-DAYS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LATE-REPORT-RECORD FROM WS-REPORT-LINE
           COMPUTE WS-VEND-START-INT = WS-WEEK-START-INT - MV-GRACE-DAYS
           PERFORM 2200-CHECK-ONE-DUE-DAY THRU
               2200-CHECK-ONE-DUE-DAY-EXIT
               VARYING WS-DUE-INT FROM WS-VEND-START-INT BY 1
               UNTIL WS-DUE-INT > WS-BIZ-INT
      *>   A batch received within grace of the first due date
      *>   scanned may belong to one before it, so it is not called
      *>   unscheduled.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-RCV-COUNT
               IF WS-RV-VENDOR-ID(RV-IDX) = MV-VENDOR-ID
                   AND WS-RV-USED-SW(RV-IDX) = 'N'
                   AND WS-RV-DATE-INT(RV-IDX) - MV-GRACE-DAYS
                       >= WS-VEND-START-INT
                   ADD 1 TO WS-UNSCHED-CT
                   MOVE SPACES TO WS-DL-DUE-DATE
                   MOVE 'UNSCHEDULED' TO WS-DL-STATUS
                   MOVE WS-RV-DATE(RV-IDX) TO WS-DL-RCV-DATE
                   MOVE WS-RV-ACK-NO(RV-IDX) TO WS-DL-ACK-NO
                   MOVE WS-RV-VENDOR-BATCH(RV-IDX) TO WS-DL-VENDOR-BATCH
                   WRITE LATE-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    EXPECTED ' DELIMITED BY SIZE
                  WS-EXPECTED-CT DELIMITED BY SIZE
                  '  RECEIVED ' DELIMITED BY SIZE
                  WS-RECEIVED-CT DELIMITED BY SIZE
                  '  LATE ' DELIMITED BY SIZE
                  WS-LATE-CT DELIMITED BY SIZE
                  '  MISSING ' DELIMITED BY SIZE
                  WS-MISSING-CT DELIMITED BY SIZE
                  '  PENDING ' DELIMITED BY SIZE
                  WS-PENDING-CT DELIMITED BY SIZE
                  '  UNSCHED ' DELIMITED BY SIZE
                  WS-UNSCHED-CT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LATE-REPORT-RECORD FROM WS-REPORT-LINE
           ADD WS-MISSING-CT TO WS-TOTAL-MISSING
           ADD WS-LATE-CT TO WS-TOTAL-LATE.

      *>   Day of week from the integer date, Monday 1 through
      *>   Sunday 7, the same reckoning RECON uses for EXPCHECK.
       2200-CHECK-ONE-DUE-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DUE-INT - 1, 7) + 1
           IF MV-DAY-FLAGS(WS-DAY-OF-WEEK:1) NOT = 'Y'
               GO TO 2200-CHECK-ONE-DUE-DAY-EXIT
           END-IF
           ADD 1 TO WS-EXPECTED-CT
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           COMPUTE WS-LATEST-INT = WS-DUE-INT + MV-GRACE-DAYS
           MOVE 'N' TO WS-MATCH-SW
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-RCV-COUNT
               IF WS-RV-VENDOR-ID(RV-IDX) = MV-VENDOR-ID
                   AND WS-RV-USED-SW(RV-IDX) = 'N'
                   AND WS-RV-DATE-INT(RV-IDX) >= WS-DUE-INT
                   AND WS-RV-DATE-INT(RV-IDX) <= WS-LATEST-INT
                   IF WS-MATCH-SW = 'N'
                       MOVE 'Y' TO WS-MATCH-SW
                       SET WS-MATCH-IDX TO RV-IDX
                   ELSE
                       IF WS-RV-DATE-INT(RV-IDX)
                           < WS-RV-DATE-INT(WS-MATCH-IDX)
                           SET WS-MATCH-IDX TO RV-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DUE-DATE TO WS-DL-DUE-DATE
           MOVE SPACES TO WS-DL-RCV-DATE WS-DL-ACK-NO WS-DL-VENDOR-BATCH
           IF WS-MATCH-SW = 'Y'
               MOVE 'Y' TO WS-RV-USED-SW(WS-MATCH-IDX)
               ADD 1 TO WS-RECEIVED-CT
               MOVE WS-RV-DATE(WS-MATCH-IDX) TO WS-DL-RCV-DATE
               MOVE WS-RV-ACK-NO(WS-MATCH-IDX) TO WS-DL-ACK-NO
               MOVE WS-RV-VENDOR-BATCH(WS-MATCH-IDX)
                   TO WS-DL-VENDOR-BATCH
               IF WS-RV-DATE-INT(WS-MATCH-IDX) = WS-DUE-INT
                   MOVE 'RECEIVED' TO WS-DL-STATUS
               ELSE
                   MOVE 'LATE' TO WS-DL-STATUS
                   ADD 1 TO WS-LATE-CT
               END-IF
           ELSE
               IF WS-LATEST-INT < WS-BIZ-INT
                   MOVE 'MISSING' TO WS-DL-STATUS
                   ADD 1 TO WS-MISSING-CT
                   IF WS-LATEST-INT + 1 = WS-BIZ-INT
                       PERFORM 2300-RAISE-MISSING-ALERT
                   END-IF
               ELSE
                   MOVE 'PENDING' TO WS-DL-STATUS
                   ADD 1 TO WS-PENDING-CT
               END-IF
           END-IF
           WRITE LATE-REPORT-RECORD FROM WS-DETAIL-LINE.
       2200-CHECK-ONE-DUE-DAY-EXIT.
           EXIT.

       2300-RAISE-MISSING-ALERT.
           MOVE 2 TO WS-AL-SEVERITY
           MOVE 'MODLATE' TO WS-AL-SOURCE
           MOVE 'MISSING' TO WS-AL-FAILURE-TYPE
           MOVE SPACES TO WS-AL-MESSAGE
           STRING 'MODTRANS MISSING: ' DELIMITED BY SIZE
                  MV-VENDOR-ID DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
                  INTO WS-AL-MESSAGE
           END-STRING
           PERFORM 8650-ENQUEUE-ALERT THRU 8650-ENQUEUE-ALERT-EXIT
           ADD 1 TO WS-ALERTS-RAISED
           DISPLAY 'MODLATE ALERT: ' WS-AL-MESSAGE.

       COPY ALRTPA.
       COPY SUPRPA.
       COPY BIZDTPA.
       COPY FILESTPA.
