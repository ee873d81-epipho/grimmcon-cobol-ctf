       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Outbound paging for escalated
      *>               alerts.  ALERTCON flags an alert escalated, but
      *>               someone still had to be watching the console to
      *>               see it.  Each run of this job:
      *>                 - reads the gateway's delivery receipts
      *>                   (PAGERCPT) back onto the page log (PAGELOG);
      *>                 - pages every open alert that is serious
      *>                   (severity at or above the central parameter
      *>                   PAGENOTF/PAGE-SEV, default 3) or flagged
      *>                   escalated and has not yet been paged: the
      *>                   on-call primary for the alert's source,
      *>                   date, and shift on the ONCALL roster gets
      *>                   one message on the PAGESPOL outbound spool,
      *>                   in the gateway's spool layout;
      *>                 - re-pages the roster's backup contact for an
      *>                   alert still unacknowledged PAGENOTF/REPAGE-
      *>                   MINS minutes (default 15) after the primary
      *>                   was paged, or at once when the gateway
      *>                   reports the primary's page undeliverable.
      *>               An alert no roster entry covers is left for the
      *>               console and noted; RC 4 when that happens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGENOTF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALRTFC.
           SELECT OPTIONAL ON-CALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT OPTIONAL PAGE-LOG-FILE ASSIGN TO "PAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.
           SELECT OPTIONAL PAGE-SPOOL-FILE ASSIGN TO "PAGESPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT OPTIONAL PAGE-RECEIPT-FILE ASSIGN TO "PAGERCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       COPY ALRTFD.

      *>   One on-call assignment: the dates it runs (OC-TO-DATE zero
      *>   for open-ended), the shift's HHMM start and end (an end
      *>   earlier than the start runs past midnight), the alert
      *>   source it covers (ALL for any), and the primary and backup
      *>   contacts -- a mail address, or a pager number.
       FD  ON-CALL-FILE.
       01  ON-CALL-RECORD.
           05 OC-FROM-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 OC-TO-DATE            PIC 9(8).
           05 FILLER                PIC X.
           05 OC-SHIFT-START        PIC 9(4).
           05 FILLER                PIC X.
           05 OC-SHIFT-END          PIC 9(4).
           05 FILLER                PIC X.
           05 OC-SOURCE             PIC X(8).
           05 FILLER                PIC X.
           05 OC-PRIMARY            PIC X(30).
           05 FILLER                PIC X.
           05 OC-BACKUP             PIC X(30).

      *>   One line per page sent: P for the primary, B for the
      *>   backup, with the gateway's delivery receipt once it is
      *>   back (DLVD or FAIL).
       FD  PAGE-LOG-FILE.
       01  PAGE-LOG-RECORD.
           05 PG-MSG-ID             PIC X(10).
           05 FILLER                PIC X.
           05 PG-ALERT-ID           PIC 9(6).
           05 FILLER                PIC X.
           05 PG-LEVEL              PIC X(1).
           05 FILLER                PIC X.
           05 PG-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 PG-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 PG-CONTACT            PIC X(30).
           05 FILLER                PIC X.
           05 PG-DELIVERY           PIC X(4).
           05 FILLER                PIC X.
           05 PG-RC-DATE            PIC 9(8).
           05 FILLER                PIC X.
           05 PG-RC-TIME            PIC 9(6).

      *>   The mail gateway's spool layout: message ID, channel
      *>   (EMAIL or PAGE), recipient, subject, body.
       FD  PAGE-SPOOL-FILE.
       01  PAGE-SPOOL-RECORD.
           05 SP-MSG-ID             PIC X(10).
           05 FILLER                PIC X.
           05 SP-CHANNEL            PIC X(5).
           05 FILLER                PIC X.
           05 SP-TO                 PIC X(30).
           05 FILLER                PIC X.
           05 SP-SUBJECT            PIC X(60).
           05 FILLER                PIC X.
           05 SP-BODY               PIC X(80).

      *>   Delivery receipts appended by the gateway: the message ID
      *>   it was given and DLVD or FAIL.
       FD  PAGE-RECEIPT-FILE.
       01  PAGE-RECEIPT-RECORD.
           05 RC-MSG-ID             PIC X(10).
           05 FILLER                PIC X.
           05 RC-STATUS             PIC X(4).
           05 FILLER                PIC X.
           05 RC-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 RC-TIME               PIC 9(6).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY ALRTWS.
           01 WS-OC-STATUS          PIC X(2).
           01 WS-PG-STATUS          PIC X(2).
           01 WS-SP-STATUS          PIC X(2).
           01 WS-RC-STATUS          PIC X(2).
           01 WS-OC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           01 WS-PG-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-PAGE-LOG    VALUE 'Y'.
           01 WS-RC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-RECEIPTS    VALUE 'Y'.
           01 WS-AL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-ALERTS      VALUE 'Y'.
           01 WS-PAGE-SEV           PIC 9(1) VALUE 3.
           01 WS-REPAGE-MINS        PIC 9(4) VALUE 15.
           01 WS-NOW-DATE           PIC 9(8).
           01 WS-NOW-TIME           PIC 9(8).
           01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
              05 WS-NOW-HHMM        PIC 9(4).
              05 FILLER             PIC 9(4).
           01 WS-NOW-MINS           PIC 9(10).
           01 WS-PAGED-MINS         PIC 9(10).
           01 WS-HHMM-WORK          PIC 9(8).
           01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
              05 WS-HW-HH           PIC 9(2).
              05 WS-HW-MM           PIC 9(2).
              05 FILLER             PIC 9(4).

           01 WS-OC-COUNT           PIC 9(3) VALUE 0.
           01 WS-OC-TABLE.
              05 WS-OC-ENTRY OCCURS 100 TIMES INDEXED BY OC-IDX.
                 10 WS-OC-T-FROM       PIC 9(8).
                 10 WS-OC-T-TO         PIC 9(8).
                 10 WS-OC-T-START      PIC 9(4).
                 10 WS-OC-T-END        PIC 9(4).
                 10 WS-OC-T-SOURCE     PIC X(8).
                 10 WS-OC-T-PRIMARY    PIC X(30).
                 10 WS-OC-T-BACKUP     PIC X(30).
           01 WS-OC-HIT-IX          PIC 9(3).
           01 WS-OC-SEARCH-SOURCE   PIC X(8).

           01 WS-PL-COUNT           PIC 9(4) VALUE 0.
           01 WS-PL-MAX             PIC 9(4) VALUE 2000.
           01 WS-PL-TABLE.
              05 WS-PL-ENTRY OCCURS 2000 TIMES INDEXED BY PL-IDX.
                 10 WS-PL-MSG-ID       PIC X(10).
                 10 WS-PL-ALERT-ID     PIC 9(6).
                 10 WS-PL-LEVEL        PIC X(1).
                 10 WS-PL-DATE         PIC 9(8).
                 10 WS-PL-TIME         PIC 9(8).
                 10 WS-PL-CONTACT      PIC X(30).
                 10 WS-PL-DELIVERY     PIC X(4).
                 10 WS-PL-RC-DATE      PIC 9(8).
                 10 WS-PL-RC-TIME      PIC 9(6).
           01 WS-PRIMARY-IX         PIC 9(4).
           01 WS-BACKUP-IX          PIC 9(4).

           01 WS-PAGE-LEVEL         PIC X(1).
           01 WS-PAGE-CONTACT       PIC X(30).
           01 WS-AT-COUNT           PIC 9(2).
           01 WS-RECEIPT-COUNT      PIC 9(5) VALUE 0.
           01 WS-PRIMARY-PAGED      PIC 9(5) VALUE 0.
           01 WS-BACKUP-PAGED       PIC 9(5) VALUE 0.
           01 WS-UNCOVERED-COUNT    PIC 9(5) VALUE 0.
           01 WS-LOG-FULL-SW        PIC X VALUE 'N'.
              88 WS-LOG-FULL        VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'PAGENOTF' TO WS-FS-PROGRAM-ID
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO WS-HHMM-WORK
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + WS-HW-HH * 60 + WS-HW-MM

           PERFORM 1000-GET-PARMS
           PERFORM 1100-LOAD-ROSTER
           PERFORM 1200-LOAD-PAGE-LOG
           PERFORM 2000-APPLY-RECEIPTS

           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-AL-STATUS = '00'
               PERFORM 3000-CHECK-ONE-ALERT UNTIL END-OF-ALERTS
               CLOSE ALERT-QUEUE-FILE
           END-IF

           PERFORM 4000-REWRITE-PAGE-LOG
           DISPLAY 'PAGENOTF: RECEIPTS ' WS-RECEIPT-COUNT
                   '  PRIMARY PAGED ' WS-PRIMARY-PAGED
                   '  BACKUP PAGED ' WS-BACKUP-PAGED
                   '  NO ON-CALL ' WS-UNCOVERED-COUNT
           IF WS-UNCOVERED-COUNT > 0 OR WS-LOG-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-GET-PARMS.
           MOVE 'PAGENOTF' TO WS-PM-PROGRAM-ID
           MOVE 'PAGE-SEV' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:1) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:1) NOT = '0'
               MOVE WS-PM-PARM-VALUE(1:1) TO WS-PAGE-SEV
           END-IF
           MOVE 'REPAGE-MINS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-REPAGE-MINS
           END-IF.

       1100-LOAD-ROSTER.
           OPEN INPUT ON-CALL-FILE
           IF WS-OC-STATUS = '00'
               PERFORM 1110-LOAD-ONE-ROSTER UNTIL END-OF-ROSTER
               CLOSE ON-CALL-FILE
           END-IF
           IF WS-OC-COUNT = 0
               DISPLAY 'PAGENOTF: NO ON-CALL ROSTER -- NOBODY CAN BE '
                       'PAGED'
           END-IF.

       1110-LOAD-ONE-ROSTER.
           READ ON-CALL-FILE
               AT END SET END-OF-ROSTER TO TRUE
               NOT AT END
                   IF OC-FROM-DATE IS NUMERIC
                       AND OC-SHIFT-START IS NUMERIC
                       AND OC-SHIFT-END IS NUMERIC
                       AND OC-PRIMARY NOT = SPACES
                       AND WS-OC-COUNT < 100
                       ADD 1 TO WS-OC-COUNT
                       SET OC-IDX TO WS-OC-COUNT
                       MOVE OC-FROM-DATE TO WS-OC-T-FROM(OC-IDX)
                       IF OC-TO-DATE IS NUMERIC
                           MOVE OC-TO-DATE TO WS-OC-T-TO(OC-IDX)
                       ELSE
                           MOVE 0 TO WS-OC-T-TO(OC-IDX)
                       END-IF
                       MOVE OC-SHIFT-START TO WS-OC-T-START(OC-IDX)
                       MOVE OC-SHIFT-END TO WS-OC-T-END(OC-IDX)
                       MOVE OC-SOURCE TO WS-OC-T-SOURCE(OC-IDX)
                       MOVE OC-PRIMARY TO WS-OC-T-PRIMARY(OC-IDX)
                       MOVE OC-BACKUP TO WS-OC-T-BACKUP(OC-IDX)
                   END-IF
           END-READ.

       1200-LOAD-PAGE-LOG.
           OPEN INPUT PAGE-LOG-FILE
           IF WS-PG-STATUS = '00'
               PERFORM 1210-LOAD-ONE-PAGE UNTIL END-OF-PAGE-LOG
               CLOSE PAGE-LOG-FILE
           END-IF.

       1210-LOAD-ONE-PAGE.
           READ PAGE-LOG-FILE
               AT END SET END-OF-PAGE-LOG TO TRUE
               NOT AT END
                   IF WS-PL-COUNT < WS-PL-MAX
                       ADD 1 TO WS-PL-COUNT
                       SET PL-IDX TO WS-PL-COUNT
                       MOVE PG-MSG-ID TO WS-PL-MSG-ID(PL-IDX)
                       MOVE PG-ALERT-ID TO WS-PL-ALERT-ID(PL-IDX)
                       MOVE PG-LEVEL TO WS-PL-LEVEL(PL-IDX)
                       MOVE PG-DATE TO WS-PL-DATE(PL-IDX)
                       MOVE PG-TIME TO WS-PL-TIME(PL-IDX)
                       MOVE PG-CONTACT TO WS-PL-CONTACT(PL-IDX)
                       MOVE PG-DELIVERY TO WS-PL-DELIVERY(PL-IDX)
                       MOVE PG-RC-DATE TO WS-PL-RC-DATE(PL-IDX)
                       MOVE PG-RC-TIME TO WS-PL-RC-TIME(PL-IDX)
                   ELSE
                       SET WS-LOG-FULL TO TRUE
                   END-IF
           END-READ.

      *>   The gateway appends receipts and never trims them, so the
      *>   whole file is applied every run; a receipt already on the
      *>   log is simply applied again.
       2000-APPLY-RECEIPTS.
           OPEN INPUT PAGE-RECEIPT-FILE
           IF WS-RC-STATUS = '00'
               PERFORM 2100-APPLY-ONE-RECEIPT UNTIL END-OF-RECEIPTS
               CLOSE PAGE-RECEIPT-FILE
           END-IF.

       2100-APPLY-ONE-RECEIPT.
           READ PAGE-RECEIPT-FILE
               AT END SET END-OF-RECEIPTS TO TRUE
               NOT AT END
                   PERFORM VARYING PL-IDX FROM 1 BY 1
                           UNTIL PL-IDX > WS-PL-COUNT
                       IF WS-PL-MSG-ID(PL-IDX) = RC-MSG-ID
                           AND WS-PL-DELIVERY(PL-IDX) NOT = RC-STATUS
                           MOVE RC-STATUS TO WS-PL-DELIVERY(PL-IDX)
                           MOVE RC-DATE TO WS-PL-RC-DATE(PL-IDX)
                           MOVE RC-TIME TO WS-PL-RC-TIME(PL-IDX)
                           ADD 1 TO WS-RECEIPT-COUNT
                       END-IF
                   END-PERFORM
           END-READ.

       3000-CHECK-ONE-ALERT.
           READ ALERT-QUEUE-FILE
               AT END SET END-OF-ALERTS TO TRUE
               NOT AT END
                   IF AL-STATUS = 'O'
                       AND (AL-SEVERITY NOT < WS-PAGE-SEV
                            OR AL-ESC-FLAG = 'Y')
                       PERFORM 3100-FIND-PAGES
                       IF WS-PRIMARY-IX = 0
                           PERFORM 3300-PAGE-PRIMARY
                       ELSE
                           IF WS-BACKUP-IX = 0
                               PERFORM 3400-CHECK-REPAGE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3100-FIND-PAGES.
           MOVE 0 TO WS-PRIMARY-IX WS-BACKUP-IX
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PL-COUNT
               IF WS-PL-ALERT-ID(PL-IDX) = AL-ID
                   IF WS-PL-LEVEL(PL-IDX) = 'P'
                       SET WS-PRIMARY-IX TO PL-IDX
                   ELSE
                       SET WS-BACKUP-IX TO PL-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *>   The assignment for the alert's own source is preferred;
      *>   an ALL assignment covers whatever has none.
       3200-FIND-ON-CALL.
           MOVE 0 TO WS-OC-HIT-IX
           MOVE AL-SOURCE TO WS-OC-SEARCH-SOURCE
           PERFORM 3210-SEARCH-ROSTER
           IF WS-OC-HIT-IX = 0
               MOVE 'ALL' TO WS-OC-SEARCH-SOURCE
               PERFORM 3210-SEARCH-ROSTER
           END-IF.

       3210-SEARCH-ROSTER.
           PERFORM VARYING OC-IDX FROM 1 BY 1
                   UNTIL OC-IDX > WS-OC-COUNT OR WS-OC-HIT-IX > 0
               IF WS-OC-T-SOURCE(OC-IDX) = WS-OC-SEARCH-SOURCE
                   AND WS-NOW-DATE NOT < WS-OC-T-FROM(OC-IDX)
                   AND (WS-OC-T-TO(OC-IDX) = 0
                        OR WS-NOW-DATE NOT > WS-OC-T-TO(OC-IDX))
                   IF WS-OC-T-START(OC-IDX) NOT > WS-OC-T-END(OC-IDX)
                       IF WS-NOW-HHMM NOT < WS-OC-T-START(OC-IDX)
                           AND WS-NOW-HHMM < WS-OC-T-END(OC-IDX)
                           SET WS-OC-HIT-IX TO OC-IDX
                       END-IF
                   ELSE
                       IF WS-NOW-HHMM NOT < WS-OC-T-START(OC-IDX)
                           OR WS-NOW-HHMM < WS-OC-T-END(OC-IDX)
                           SET WS-OC-HIT-IX TO OC-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3300-PAGE-PRIMARY.
           PERFORM 3200-FIND-ON-CALL
           IF WS-OC-HIT-IX = 0
               ADD 1 TO WS-UNCOVERED-COUNT
               DISPLAY 'PAGENOTF: ALERT ' AL-ID ' FROM ' AL-SOURCE
                       ' -- NO ON-CALL ASSIGNMENT COVERS IT'
           ELSE
               MOVE 'P' TO WS-PAGE-LEVEL
               MOVE WS-OC-T-PRIMARY(WS-OC-HIT-IX) TO WS-PAGE-CONTACT
               PERFORM 3500-SEND-PAGE
               ADD 1 TO WS-PRIMARY-PAGED
           END-IF.

      *>   The backup is whoever is on call now -- not necessarily
      *>   the backup of the shift that got the first page.  A
      *>   failed delivery to the primary does not wait out the
      *>   re-page interval.
       3400-CHECK-REPAGE.
           MOVE WS-PL-TIME(WS-PRIMARY-IX) TO WS-HHMM-WORK
           COMPUTE WS-PAGED-MINS =
               FUNCTION INTEGER-OF-DATE(WS-PL-DATE(WS-PRIMARY-IX))
               * 1440 + WS-HW-HH * 60 + WS-HW-MM
           IF WS-NOW-MINS - WS-PAGED-MINS NOT < WS-REPAGE-MINS
               OR WS-PL-DELIVERY(WS-PRIMARY-IX) = 'FAIL'
               PERFORM 3200-FIND-ON-CALL
               IF WS-OC-HIT-IX = 0
                   OR WS-OC-T-BACKUP(WS-OC-HIT-IX) = SPACES
                   ADD 1 TO WS-UNCOVERED-COUNT
                   DISPLAY 'PAGENOTF: ALERT ' AL-ID
                           ' UNACKNOWLEDGED -- NO BACKUP ON CALL'
               ELSE
                   MOVE 'B' TO WS-PAGE-LEVEL
                   MOVE WS-OC-T-BACKUP(WS-OC-HIT-IX) TO WS-PAGE-CONTACT
                   PERFORM 3500-SEND-PAGE
                   ADD 1 TO WS-BACKUP-PAGED
               END-IF
           END-IF.

       3500-SEND-PAGE.
           IF WS-PL-COUNT NOT < WS-PL-MAX
               SET WS-LOG-FULL TO TRUE
               DISPLAY 'PAGENOTF: PAGE LOG FULL -- ALERT ' AL-ID
                       ' NOT PAGED'
           ELSE
               OPEN EXTEND PAGE-SPOOL-FILE
               IF WS-SP-STATUS NOT = '00' AND WS-SP-STATUS NOT = '05'
                   DISPLAY 'PAGENOTF: PAGESPOL NOT WRITABLE, STATUS '
                           WS-SP-STATUS ' -- ALERT ' AL-ID ' NOT PAGED'
               ELSE
                   ADD 1 TO WS-PL-COUNT
                   SET PL-IDX TO WS-PL-COUNT
                   MOVE SPACES TO WS-PL-MSG-ID(PL-IDX)
                   STRING 'PG' DELIMITED BY SIZE
                          AL-ID DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WS-PAGE-LEVEL DELIMITED BY SIZE
                          INTO WS-PL-MSG-ID(PL-IDX)
                   END-STRING
                   MOVE AL-ID TO WS-PL-ALERT-ID(PL-IDX)
                   MOVE WS-PAGE-LEVEL TO WS-PL-LEVEL(PL-IDX)
                   MOVE WS-NOW-DATE TO WS-PL-DATE(PL-IDX)
                   MOVE WS-NOW-TIME TO WS-PL-TIME(PL-IDX)
                   MOVE WS-PAGE-CONTACT TO WS-PL-CONTACT(PL-IDX)
                   MOVE SPACES TO WS-PL-DELIVERY(PL-IDX)
                   MOVE 0 TO WS-PL-RC-DATE(PL-IDX)
                             WS-PL-RC-TIME(PL-IDX)
                   PERFORM 3600-BUILD-SPOOL-RECORD
                   WRITE PAGE-SPOOL-RECORD
                   CLOSE PAGE-SPOOL-FILE
               END-IF
           END-IF.

       3600-BUILD-SPOOL-RECORD.
           MOVE SPACES TO PAGE-SPOOL-RECORD
           MOVE WS-PL-MSG-ID(PL-IDX) TO SP-MSG-ID
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-PAGE-CONTACT TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT > 0
               MOVE 'EMAIL' TO SP-CHANNEL
           ELSE
               MOVE 'PAGE' TO SP-CHANNEL
           END-IF
           MOVE WS-PAGE-CONTACT TO SP-TO
           STRING 'ALERT ' DELIMITED BY SIZE
                  AL-ID DELIMITED BY SIZE
                  ' SEV ' DELIMITED BY SIZE
                  AL-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-SOURCE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  AL-FAILURE-TYPE DELIMITED BY SPACE
                  INTO SP-SUBJECT
           END-STRING
           IF WS-PAGE-LEVEL = 'B'
               MOVE 'UNACKNOWLEDGED' TO SP-SUBJECT(45:)
           ELSE
               IF AL-ESC-FLAG = 'Y'
                   MOVE 'ESCALATED' TO SP-SUBJECT(45:)
               END-IF
           END-IF
           STRING AL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-TIME(1:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-MESSAGE DELIMITED BY SIZE
                  INTO SP-BODY
           END-STRING.

       4000-REWRITE-PAGE-LOG.
           OPEN OUTPUT PAGE-LOG-FILE
           IF WS-PG-STATUS NOT = '00'
               DISPLAY 'PAGENOTF: PAGELOG NOT WRITABLE, STATUS '
                       WS-PG-STATUS
           ELSE
               PERFORM 4100-WRITE-ONE-PAGE
                   VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PL-COUNT
               CLOSE PAGE-LOG-FILE
           END-IF.

       4100-WRITE-ONE-PAGE.
           MOVE SPACES TO PAGE-LOG-RECORD
           MOVE WS-PL-MSG-ID(PL-IDX) TO PG-MSG-ID
           MOVE WS-PL-ALERT-ID(PL-IDX) TO PG-ALERT-ID
           MOVE WS-PL-LEVEL(PL-IDX) TO PG-LEVEL
           MOVE WS-PL-DATE(PL-IDX) TO PG-DATE
           MOVE WS-PL-TIME(PL-IDX) TO PG-TIME
           MOVE WS-PL-CONTACT(PL-IDX) TO PG-CONTACT
           MOVE WS-PL-DELIVERY(PL-IDX) TO PG-DELIVERY
           MOVE WS-PL-RC-DATE(PL-IDX) TO PG-RC-DATE
           MOVE WS-PL-RC-TIME(PL-IDX) TO PG-RC-TIME
           WRITE PAGE-LOG-RECORD.

       COPY PARMPA.
       COPY FILESTPA.
