       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Inbound interface gatekeeper.
      *>               The files outside parties send us -- VENDSTAT,
      *>               MODTRANS, MODACKIN, BILLACK, CREDLIST -- went
      *>               straight into the programs that apply them, so
      *>               a truncated or misformatted file failed half
      *>               way through an update or, worse, half-applied.
      *>               Each inbound file is now registered on INDEFN
      *>               with its layout (an I line: the step that reads
      *>               it, overall record length range, where the
      *>               record-type code sits, header and trailer codes,
      *>               where the trailer carries its detail count,
      *>               detail count range, whether a repeat of an
      *>               earlier file is refused and whether the file
      *>               must be there; R lines: the record-type codes
      *>               allowed and each one's length range, * for any
      *>               other; N lines: the fields that must be
      *>               numeric), and this job checks every registered
      *>               file against it before anything reads it:
      *>                 - every record's length and type code;
      *>                 - the numeric fields;
      *>                 - the header first and the trailer last;
      *>                 - each trailer's count against the details
      *>                   since the last header or trailer, so a
      *>                   multi-batch file balances batch by batch;
      *>                 - the detail count range;
      *>                 - the whole file's control value (the
      *>                   FILESEAL character digest run through
      *>                   CHKSUM, seeded with the record count)
      *>                   against the INGHIST history of files
      *>                   already passed, so the same file sent
      *>                   twice is refused (seen again for the
      *>                   same business date, by a rerun of the
      *>                   night, it passes again).
      *>               A file that fails is moved whole into the
      *>               quarantine area (central parameter
      *>               INGATE/QUAR-DIR, default QUARANT) under its
      *>               name and the date and time, its failures are
      *>               listed on the INGATERP rejection report (the
      *>               first INGATE/MAX-ERRORS, default 20, per file;
      *>               all are counted) and an alert goes on the
      *>               central queue.  Each file's outcome is written
      *>               to INGATEST, which NIGHTLY reads to hold the
      *>               step that would have read a rejected or absent
      *>               file.  A missing file is only an alert when its
      *>               definition says it must be there.  RC 4 when
      *>               any file was rejected or a required one was
      *>               missing; RC 8 when there are no definitions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE ASSIGN TO "INDEFN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.
           SELECT INBOUND-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OPTIONAL GATE-HISTORY-FILE ASSIGN TO "INGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.
           SELECT GATE-REPORT-FILE ASSIGN TO "INGATERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY INGTFC.
           COPY ALRTFC.
           COPY SUPRFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE.
       01  DEFINITION-RECORD.
           05 DF-LINE-TYPE          PIC X(1).
           05 FILLER                PIC X.
           05 DF-FILE-ID            PIC X(8).
           05 FILLER                PIC X(70).
      *>   I line: one per inbound file.
       01  DEFINITION-FILE-RECORD REDEFINES DEFINITION-RECORD.
           05 FILLER                PIC X(11).
           05 DI-STEP               PIC X(8).
           05 FILLER                PIC X.
           05 DI-MIN-LEN            PIC 9(3).
           05 FILLER                PIC X.
           05 DI-MAX-LEN            PIC 9(3).
           05 FILLER                PIC X.
           05 DI-TYPE-POS           PIC 9(3).
           05 FILLER                PIC X.
           05 DI-HEADER-CODE        PIC X(1).
           05 FILLER                PIC X.
           05 DI-TRAILER-CODE       PIC X(1).
           05 FILLER                PIC X.
           05 DI-TCOUNT-POS         PIC 9(3).
           05 FILLER                PIC X.
           05 DI-TCOUNT-LEN         PIC 9(2).
           05 FILLER                PIC X.
           05 DI-MIN-RECS           PIC 9(7).
           05 FILLER                PIC X.
           05 DI-MAX-RECS           PIC 9(7).
           05 FILLER                PIC X.
           05 DI-DUP-CHECK          PIC X(1).
           05 FILLER                PIC X.
           05 DI-REQUIRED           PIC X(1).
           05 FILLER                PIC X(18).
      *>   R line: one allowed record-type code.
       01  DEFINITION-TYPE-RECORD REDEFINES DEFINITION-RECORD.
           05 FILLER                PIC X(11).
           05 DT-CODE               PIC X(1).
           05 FILLER                PIC X.
           05 DT-MIN-LEN            PIC 9(3).
           05 FILLER                PIC X.
           05 DT-MAX-LEN            PIC 9(3).
           05 FILLER                PIC X(61).
      *>   N line: one field that must be numeric.
       01  DEFINITION-FIELD-RECORD REDEFINES DEFINITION-RECORD.
           05 FILLER                PIC X(11).
           05 DN-CODE               PIC X(1).
           05 FILLER                PIC X.
           05 DN-POS                PIC 9(3).
           05 FILLER                PIC X.
           05 DN-LEN                PIC 9(2).
           05 FILLER                PIC X.
           05 DN-NAME               PIC X(20).
           05 FILLER                PIC X(41).

       FD  INBOUND-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 400 CHARACTERS
               DEPENDING ON WS-IN-REC-LEN.
       01  INBOUND-RECORD           PIC X(400).

       FD  GATE-HISTORY-FILE.
       01  GATE-HISTORY-RECORD.
           05 IH-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 IH-CONTROL            PIC 9(10).
           05 FILLER                PIC X.
           05 IH-RECORDS            PIC 9(8).
           05 FILLER                PIC X.
           05 IH-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 IH-TIME               PIC 9(8).

       FD  GATE-REPORT-FILE.
       01  GATE-REPORT-RECORD       PIC X(132).

       COPY INGTFD.
       COPY ALRTFD.
       COPY SUPRFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY ALRTWS.
           COPY SUPRWS.
           COPY PARMWS.
           COPY BIZDTWS.
           01 WS-DF-STATUS          PIC X(2).
           01 WS-IN-STATUS          PIC X(2).
           01 WS-IH-STATUS          PIC X(2).
           01 WS-IG-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-IN-NAME            PIC X(40).
           01 WS-IN-REC-LEN         PIC 9(5).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-MAX-ERRORS         PIC 9(3) VALUE 20.
           01 WS-QUAR-DIR           PIC X(20) VALUE 'QUARANT'.
           01 WS-QUAR-NAME          PIC X(40).
           01 WS-MOVE-RC            PIC S9(9) COMP-5.

      *>   Definitions.
           01 WS-FD-COUNT           PIC 9(2) VALUE 0.
           01 WS-FD-TABLE.
              05 WS-FD-ENTRY OCCURS 20 TIMES INDEXED BY FD-IDX.
                 10 WS-FD-FILE-ID      PIC X(8).
                 10 WS-FD-STEP         PIC X(8).
                 10 WS-FD-MIN-LEN      PIC 9(3).
                 10 WS-FD-MAX-LEN      PIC 9(3).
                 10 WS-FD-TYPE-POS     PIC 9(3).
                 10 WS-FD-HEADER-CODE  PIC X(1).
                 10 WS-FD-TRAILER-CODE PIC X(1).
                 10 WS-FD-TCOUNT-POS   PIC 9(3).
                 10 WS-FD-TCOUNT-LEN   PIC 9(2).
                 10 WS-FD-MIN-RECS     PIC 9(7).
                 10 WS-FD-MAX-RECS     PIC 9(7).
                 10 WS-FD-DUP-CHECK    PIC X(1).
                 10 WS-FD-REQUIRED     PIC X(1).
           01 WS-RT-COUNT           PIC 9(3) VALUE 0.
           01 WS-RT-TABLE.
              05 WS-RT-ENTRY OCCURS 100 TIMES INDEXED BY RT-IDX.
                 10 WS-RT-FILE-ID      PIC X(8).
                 10 WS-RT-CODE         PIC X(1).
                 10 WS-RT-MIN-LEN      PIC 9(3).
                 10 WS-RT-MAX-LEN      PIC 9(3).
           01 WS-NF-COUNT           PIC 9(3) VALUE 0.
           01 WS-NF-TABLE.
              05 WS-NF-ENTRY OCCURS 200 TIMES INDEXED BY NF-IDX.
                 10 WS-NF-FILE-ID      PIC X(8).
                 10 WS-NF-CODE         PIC X(1).
                 10 WS-NF-POS          PIC 9(3).
                 10 WS-NF-LEN          PIC 9(2).
                 10 WS-NF-NAME         PIC X(20).
           01 WS-DEF-ERRORS         PIC 9(3) VALUE 0.

      *>   Control values of the files already passed, most recent
      *>   5000 kept (the table wraps).
           01 WS-HS-COUNT           PIC 9(5) VALUE 0.
           01 WS-HS-NEXT            PIC 9(5) VALUE 0.
           01 WS-HS-TABLE.
              05 WS-HS-ENTRY OCCURS 5000 TIMES INDEXED BY HS-IDX.
                 10 WS-HS-FILE-ID      PIC X(8).
                 10 WS-HS-CONTROL      PIC 9(10).
                 10 WS-HS-RECORDS      PIC 9(8).
                 10 WS-HS-DATE         PIC 9(8).
           01 WS-DUP-DATE           PIC 9(8).
           01 WS-REPASS-SW          PIC X.
              88 WS-REPASS          VALUE 'Y'.

      *>   The file being checked.
           01 WS-RECORD-NO          PIC 9(8).
           01 WS-TOTAL-RECORDS      PIC 9(8).
           01 WS-DETAIL-COUNT       PIC 9(8).
           01 WS-BATCH-DETAILS      PIC 9(8).
           01 WS-REC-TYPE           PIC X(1).
           01 WS-LAST-TYPE          PIC X(1).
           01 WS-TYPE-OK-SW         PIC X.
              88 WS-TYPE-OK         VALUE 'Y'.
           01 WS-TYPE-MIN           PIC 9(3).
           01 WS-TYPE-MAX           PIC 9(3).
           01 WS-TRAILER-COUNT      PIC 9(9).
           01 WS-ERROR-COUNT        PIC 9(7).
           01 WS-ERR-REASON         PIC X(8).
           01 WS-ERR-TEXT           PIC X(40).
           01 WS-FIRST-REASON       PIC X(8).
           01 WS-RESULT             PIC X(8).
           01 WS-DIGEST             PIC 9(10).
           01 WS-CONTROL            PIC 9(10).
           01 WS-SEAL-SEED          PIC 9(5).
           01 WS-CHKSUM-RC          PIC 9(1).
           01 WS-CHAR-IDX           PIC 9(3).
           01 WS-CHAR-ORD           PIC 9(3).

      *>   Run totals.
           01 WS-PASSED-COUNT       PIC 9(3) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(3) VALUE 0.
           01 WS-ABSENT-COUNT       PIC 9(3) VALUE 0.
           01 WS-MISSING-COUNT      PIC 9(3) VALUE 0.

           01 WS-REPORT-LINE        PIC X(132).
           01 WS-ED-COUNT           PIC Z(6)9.
           01 WS-ED-RECORD-NO       PIC Z(7)9.
           01 WS-ED-LEN             PIC ZZZZ9.
           01 WS-ERROR-LINE.
              05 FILLER             PIC X(9) VALUE '  RECORD '.
              05 WS-EL-RECORD-NO    PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-EL-REASON       PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-EL-TEXT         PIC X(40).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-EL-DATA         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'INGATE' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'INGATE' TO WS-PM-PROGRAM-ID
           MOVE 'MAX-ERRORS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-MAX-ERRORS
           END-IF
           MOVE 'INGATE' TO WS-PM-PROGRAM-ID
           MOVE 'QUAR-DIR' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE NOT = SPACES
               MOVE WS-PM-PARM-VALUE TO WS-QUAR-DIR
           END-IF

           OPEN OUTPUT GATE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'INGATERP' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INBOUND INTERFACE GATE -- ' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 1000-LOAD-DEFINITIONS
           IF WS-FD-COUNT = 0
               MOVE 'NO INTERFACE DEFINITIONS ON INDEFN -- NOTHING CHECKED'
                   TO WS-REPORT-LINE
               WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE GATE-REPORT-FILE
               DISPLAY 'INGATE: NO INTERFACE DEFINITIONS ON INDEFN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-HISTORY

           OPEN OUTPUT INBOUND-GATE-FILE
           IF WS-IG-STATUS = '05'
               MOVE '00' TO WS-IG-STATUS
           END-IF
           IF WS-IG-STATUS NOT = '00'
               DISPLAY 'INGATE: INGATEST NOT WRITABLE, STATUS '
                       WS-IG-STATUS ' -- NIGHTLY WILL NOT SEE TONIGHT''S '
                       'RESULTS'
           END-IF
           PERFORM 2000-GATE-ONE-FILE THRU 2000-GATE-DONE
               VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > WS-FD-COUNT
           IF WS-IG-STATUS = '00'
               CLOSE INBOUND-GATE-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILES PASSED: ' DELIMITED BY SIZE
                  WS-PASSED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  '  ABSENT: ' DELIMITED BY SIZE
                  WS-ABSENT-COUNT DELIMITED BY SIZE
                  '  (REQUIRED: ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE GATE-REPORT-FILE
           DISPLAY 'INGATE: ' WS-REPORT-LINE
           IF WS-REJECTED-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   R and N lines must follow an I line for the same file; a
      *>   line that does not is reported and ignored rather than
      *>   silently widening what a file may carry.
       1000-LOAD-DEFINITIONS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DEFINITION-FILE
           IF WS-DF-STATUS = '00'
               PERFORM 1100-READ-ONE-DEFINITION UNTIL END-OF-INPUT
               CLOSE DEFINITION-FILE
           END-IF.

       1100-READ-ONE-DEFINITION.
           READ DEFINITION-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   EVALUATE DF-LINE-TYPE
                       WHEN 'I'
                           PERFORM 1110-STORE-FILE-DEFINITION
                       WHEN 'R'
                           PERFORM 1120-STORE-TYPE-DEFINITION
                       WHEN 'N'
                           PERFORM 1130-STORE-FIELD-DEFINITION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1110-STORE-FILE-DEFINITION.
           IF WS-FD-COUNT < 20
               ADD 1 TO WS-FD-COUNT
               SET FD-IDX TO WS-FD-COUNT
               INITIALIZE WS-FD-ENTRY(FD-IDX)
               MOVE DF-FILE-ID TO WS-FD-FILE-ID(FD-IDX)
               MOVE DI-STEP TO WS-FD-STEP(FD-IDX)
               IF DI-MIN-LEN IS NUMERIC
                   MOVE DI-MIN-LEN TO WS-FD-MIN-LEN(FD-IDX)
               END-IF
               MOVE 400 TO WS-FD-MAX-LEN(FD-IDX)
               IF DI-MAX-LEN IS NUMERIC AND DI-MAX-LEN > 0
                   MOVE DI-MAX-LEN TO WS-FD-MAX-LEN(FD-IDX)
               END-IF
               IF DI-TYPE-POS IS NUMERIC
                   MOVE DI-TYPE-POS TO WS-FD-TYPE-POS(FD-IDX)
               END-IF
               MOVE DI-HEADER-CODE TO WS-FD-HEADER-CODE(FD-IDX)
               MOVE DI-TRAILER-CODE TO WS-FD-TRAILER-CODE(FD-IDX)
               IF DI-TCOUNT-POS IS NUMERIC
                   AND DI-TCOUNT-LEN IS NUMERIC
                   MOVE DI-TCOUNT-POS TO WS-FD-TCOUNT-POS(FD-IDX)
                   MOVE DI-TCOUNT-LEN TO WS-FD-TCOUNT-LEN(FD-IDX)
               END-IF
               IF WS-FD-TCOUNT-LEN(FD-IDX) > 9
                   MOVE 9 TO WS-FD-TCOUNT-LEN(FD-IDX)
               END-IF
               IF DI-MIN-RECS IS NUMERIC
                   MOVE DI-MIN-RECS TO WS-FD-MIN-RECS(FD-IDX)
               END-IF
               IF DI-MAX-RECS IS NUMERIC
                   MOVE DI-MAX-RECS TO WS-FD-MAX-RECS(FD-IDX)
               END-IF
               MOVE DI-DUP-CHECK TO WS-FD-DUP-CHECK(FD-IDX)
               MOVE DI-REQUIRED TO WS-FD-REQUIRED(FD-IDX)
           ELSE
               DISPLAY 'INGATE: DEFINITION TABLE FULL -- '
                       DF-FILE-ID ' NOT CHECKED'
           END-IF.

       1120-STORE-TYPE-DEFINITION.
           PERFORM 1140-CHECK-DEFINED
           IF WS-TYPE-OK AND WS-RT-COUNT < 100
               ADD 1 TO WS-RT-COUNT
               SET RT-IDX TO WS-RT-COUNT
               MOVE DF-FILE-ID TO WS-RT-FILE-ID(RT-IDX)
               MOVE DT-CODE TO WS-RT-CODE(RT-IDX)
               MOVE 0 TO WS-RT-MIN-LEN(RT-IDX)
               MOVE 400 TO WS-RT-MAX-LEN(RT-IDX)
               IF DT-MIN-LEN IS NUMERIC
                   MOVE DT-MIN-LEN TO WS-RT-MIN-LEN(RT-IDX)
               END-IF
               IF DT-MAX-LEN IS NUMERIC AND DT-MAX-LEN > 0
                   MOVE DT-MAX-LEN TO WS-RT-MAX-LEN(RT-IDX)
               END-IF
           END-IF.

       1130-STORE-FIELD-DEFINITION.
           PERFORM 1140-CHECK-DEFINED
           IF WS-TYPE-OK
               AND (DN-POS NOT NUMERIC OR DN-LEN NOT NUMERIC
                    OR DN-POS = 0 OR DN-LEN = 0
                    OR DN-POS + DN-LEN > 401)
               DISPLAY 'INGATE: BAD FIELD POSITION ON INDEFN FOR '
                       DF-FILE-ID ' ' DN-NAME ' -- IGNORED'
               ADD 1 TO WS-DEF-ERRORS
               MOVE 'N' TO WS-TYPE-OK-SW
           END-IF
           IF WS-TYPE-OK AND WS-NF-COUNT < 200
               ADD 1 TO WS-NF-COUNT
               SET NF-IDX TO WS-NF-COUNT
               MOVE DF-FILE-ID TO WS-NF-FILE-ID(NF-IDX)
               MOVE DN-CODE TO WS-NF-CODE(NF-IDX)
               MOVE DN-POS TO WS-NF-POS(NF-IDX)
               MOVE DN-LEN TO WS-NF-LEN(NF-IDX)
               MOVE DN-NAME TO WS-NF-NAME(NF-IDX)
           END-IF.

       1140-CHECK-DEFINED.
           MOVE 'N' TO WS-TYPE-OK-SW
           PERFORM VARYING FD-IDX FROM 1 BY 1
                   UNTIL FD-IDX > WS-FD-COUNT OR WS-TYPE-OK
               IF WS-FD-FILE-ID(FD-IDX) = DF-FILE-ID
                   SET WS-TYPE-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-TYPE-OK
               DISPLAY 'INGATE: ' DF-LINE-TYPE ' LINE FOR ' DF-FILE-ID
                       ' HAS NO I LINE AHEAD OF IT -- IGNORED'
               ADD 1 TO WS-DEF-ERRORS
           END-IF.

       1200-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GATE-HISTORY-FILE
           IF WS-IH-STATUS = '00' OR WS-IH-STATUS = '05'
               PERFORM 1210-READ-ONE-HISTORY UNTIL END-OF-INPUT
               CLOSE GATE-HISTORY-FILE
           END-IF.

       1210-READ-ONE-HISTORY.
           READ GATE-HISTORY-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF IH-CONTROL IS NUMERIC AND IH-RECORDS IS NUMERIC
                       PERFORM 1220-KEEP-HISTORY
                   END-IF
           END-READ.

       1220-KEEP-HISTORY.
           IF WS-HS-NEXT >= 5000
               MOVE 0 TO WS-HS-NEXT
           END-IF
           ADD 1 TO WS-HS-NEXT
           IF WS-HS-COUNT < 5000
               ADD 1 TO WS-HS-COUNT
           END-IF
           SET HS-IDX TO WS-HS-NEXT
           MOVE IH-FILE-ID TO WS-HS-FILE-ID(HS-IDX)
           MOVE IH-CONTROL TO WS-HS-CONTROL(HS-IDX)
           MOVE IH-RECORDS TO WS-HS-RECORDS(HS-IDX)
           MOVE IH-DATE TO WS-HS-DATE(HS-IDX).

       2000-GATE-ONE-FILE.
           MOVE 0 TO WS-RECORD-NO WS-TOTAL-RECORDS WS-DETAIL-COUNT
                     WS-BATCH-DETAILS WS-ERROR-COUNT WS-DIGEST WS-CONTROL
           MOVE SPACES TO WS-FIRST-REASON WS-QUAR-NAME WS-LAST-TYPE
           MOVE 'N' TO WS-REPASS-SW
           MOVE SPACES TO WS-REPORT-LINE
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILE ' DELIMITED BY SIZE
                  WS-FD-FILE-ID(FD-IDX) DELIMITED BY SIZE
                  '  READ BY ' DELIMITED BY SIZE
                  WS-FD-STEP(FD-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FD-FILE-ID(FD-IDX) TO WS-IN-NAME
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INBOUND-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'ABSENT' TO WS-RESULT
               ADD 1 TO WS-ABSENT-COUNT
               IF WS-FD-REQUIRED(FD-IDX) = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE '  ABSENT -- REQUIRED, NOT RECEIVED'
                       TO WS-REPORT-LINE
                   MOVE SPACES TO WS-AL-MESSAGE
                   STRING WS-FD-FILE-ID(FD-IDX) DELIMITED BY SPACE
                          ' REQUIRED, NOT RECEIVED' DELIMITED BY SIZE
                          INTO WS-AL-MESSAGE
                   END-STRING
                   PERFORM 2600-RAISE-ALERT
               ELSE
                   MOVE '  ABSENT -- NOTHING RECEIVED' TO WS-REPORT-LINE
               END-IF
               WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM 2700-POST-GATE-STATUS
               GO TO 2000-GATE-DONE
           END-IF
           PERFORM 2100-CHECK-ONE-RECORD UNTIL END-OF-INPUT
           CLOSE INBOUND-FILE
           PERFORM 2300-CHECK-WHOLE-FILE
           IF WS-ERROR-COUNT = 0
               MOVE 'PASSED' TO WS-RESULT
               ADD 1 TO WS-PASSED-COUNT
               PERFORM 2400-RECORD-PASSED-FILE THRU
                   2400-RECORD-PASSED-FILE-EXIT
           ELSE
               MOVE 'REJECTED' TO WS-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 2500-QUARANTINE-FILE
               MOVE SPACES TO WS-AL-MESSAGE
               STRING WS-FD-FILE-ID(FD-IDX) DELIMITED BY SPACE
                      ' REJECTED ' DELIMITED BY SIZE
                      WS-FIRST-REASON DELIMITED BY SPACE
                      ' - QUARANTINED' DELIMITED BY SIZE
                      INTO WS-AL-MESSAGE
               END-STRING
               PERFORM 2600-RAISE-ALERT
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-ED-COUNT
           MOVE WS-RECORD-NO TO WS-ED-RECORD-NO
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
                  ' -- RECORDS ' DELIMITED BY SIZE
                  WS-ED-RECORD-NO DELIMITED BY SIZE
                  '  DETAILS ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  '  CONTROL ' DELIMITED BY SIZE
                  WS-CONTROL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  FAILURES ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      '  FIRST ' DELIMITED BY SIZE
                      WS-FIRST-REASON DELIMITED BY SPACE
                      '  MOVED TO ' DELIMITED BY SIZE
                      WS-QUAR-NAME DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE GATE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 2700-POST-GATE-STATUS.
       2000-GATE-DONE.
           EXIT.

      *>   A short line reads back padded with whatever the last
      *>   longer line left, so the record is blanked past its
      *>   length before any field of it is looked at.
       2100-CHECK-ONE-RECORD.
           READ INBOUND-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NO
                   IF WS-IN-REC-LEN < 400
                       MOVE SPACES TO INBOUND-RECORD(WS-IN-REC-LEN + 1:)
                   END-IF
                   PERFORM 2110-CHECK-TYPE-AND-LENGTH
                   PERFORM 2120-CHECK-STRUCTURE
                   PERFORM 2130-CHECK-NUMERIC-FIELD
                       VARYING NF-IDX FROM 1 BY 1
                       UNTIL NF-IDX > WS-NF-COUNT
                   PERFORM 2200-FOLD-RECORD
                   MOVE WS-REC-TYPE TO WS-LAST-TYPE
           END-READ.

      *>   With no type position every record is type *.  A code
      *>   with no R line of its own is a * record when the file
      *>   allows one, otherwise a bad type.
       2110-CHECK-TYPE-AND-LENGTH.
           MOVE '*' TO WS-REC-TYPE
           MOVE 'N' TO WS-TYPE-OK-SW
           MOVE 0 TO WS-TYPE-MIN
           MOVE 400 TO WS-TYPE-MAX
           IF WS-FD-TYPE-POS(FD-IDX) > 0
               AND WS-FD-TYPE-POS(FD-IDX) <= 400
               MOVE INBOUND-RECORD(WS-FD-TYPE-POS(FD-IDX):1)
                   TO WS-REC-TYPE
               PERFORM 2115-FIND-TYPE
               IF NOT WS-TYPE-OK
                   MOVE '*' TO WS-REC-TYPE
                   PERFORM 2115-FIND-TYPE
                   IF NOT WS-TYPE-OK
                       MOVE INBOUND-RECORD(WS-FD-TYPE-POS(FD-IDX):1)
                           TO WS-REC-TYPE
                       MOVE 'BADTYPE' TO WS-ERR-REASON
                       MOVE SPACES TO WS-ERR-TEXT
                       STRING 'RECORD TYPE "' DELIMITED BY SIZE
                              WS-REC-TYPE DELIMITED BY SIZE
                              '" NOT DEFINED' DELIMITED BY SIZE
                              INTO WS-ERR-TEXT
                       END-STRING
                       PERFORM 2900-NOTE-ERROR
                   END-IF
               END-IF
           ELSE
               PERFORM 2115-FIND-TYPE
           END-IF
           IF WS-IN-REC-LEN < WS-FD-MIN-LEN(FD-IDX)
               OR WS-IN-REC-LEN > WS-FD-MAX-LEN(FD-IDX)
               OR WS-IN-REC-LEN < WS-TYPE-MIN
               OR WS-IN-REC-LEN > WS-TYPE-MAX
               MOVE 'RECLEN' TO WS-ERR-REASON
               MOVE WS-IN-REC-LEN TO WS-ED-LEN
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'LENGTH ' DELIMITED BY SIZE
                      WS-ED-LEN DELIMITED BY SIZE
                      ' OUT OF RANGE' DELIMITED BY SIZE
                      INTO WS-ERR-TEXT
               END-STRING
               PERFORM 2900-NOTE-ERROR
           END-IF.

       2115-FIND-TYPE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT OR WS-TYPE-OK
               IF WS-RT-FILE-ID(RT-IDX) = WS-FD-FILE-ID(FD-IDX)
                   AND WS-RT-CODE(RT-IDX) = WS-REC-TYPE
                   SET WS-TYPE-OK TO TRUE
                   MOVE WS-RT-MIN-LEN(RT-IDX) TO WS-TYPE-MIN
                   MOVE WS-RT-MAX-LEN(RT-IDX) TO WS-TYPE-MAX
               END-IF
           END-PERFORM.

      *>   Header first, and each trailer's count against the details
      *>   since the last header or trailer.  Records that are
      *>   neither header nor trailer are details.
       2120-CHECK-STRUCTURE.
           IF WS-RECORD-NO = 1
               AND WS-FD-HEADER-CODE(FD-IDX) NOT = SPACE
               AND WS-REC-TYPE NOT = WS-FD-HEADER-CODE(FD-IDX)
               MOVE 'NOHEADER' TO WS-ERR-REASON
               MOVE 'FIRST RECORD IS NOT THE HEADER' TO WS-ERR-TEXT
               PERFORM 2900-NOTE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN WS-FD-HEADER-CODE(FD-IDX) NOT = SPACE
                   AND WS-REC-TYPE = WS-FD-HEADER-CODE(FD-IDX)
                   MOVE 0 TO WS-BATCH-DETAILS
               WHEN WS-FD-TRAILER-CODE(FD-IDX) NOT = SPACE
                   AND WS-REC-TYPE = WS-FD-TRAILER-CODE(FD-IDX)
                   IF WS-FD-TCOUNT-POS(FD-IDX) > 0
                       PERFORM 2125-CHECK-TRAILER-COUNT
                   END-IF
                   MOVE 0 TO WS-BATCH-DETAILS
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT WS-BATCH-DETAILS
           END-EVALUATE.

       2125-CHECK-TRAILER-COUNT.
           IF INBOUND-RECORD(WS-FD-TCOUNT-POS(FD-IDX):
                   WS-FD-TCOUNT-LEN(FD-IDX)) IS NOT NUMERIC
               MOVE 'TRLCOUNT' TO WS-ERR-REASON
               MOVE 'TRAILER COUNT NOT NUMERIC' TO WS-ERR-TEXT
               PERFORM 2900-NOTE-ERROR
           ELSE
               MOVE INBOUND-RECORD(WS-FD-TCOUNT-POS(FD-IDX):
                   WS-FD-TCOUNT-LEN(FD-IDX)) TO WS-TRAILER-COUNT
               IF WS-TRAILER-COUNT NOT = WS-BATCH-DETAILS
                   MOVE 'TRLCOUNT' TO WS-ERR-REASON
                   MOVE WS-BATCH-DETAILS TO WS-ED-COUNT
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'TRAILER SAYS ' DELIMITED BY SIZE
                          WS-TRAILER-COUNT DELIMITED BY SIZE
                          ' FOUND ' DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 2900-NOTE-ERROR
               END-IF
           END-IF.

       2130-CHECK-NUMERIC-FIELD.
           IF WS-NF-FILE-ID(NF-IDX) = WS-FD-FILE-ID(FD-IDX)
               AND WS-NF-CODE(NF-IDX) = WS-REC-TYPE
               IF INBOUND-RECORD(WS-NF-POS(NF-IDX):WS-NF-LEN(NF-IDX))
                       IS NOT NUMERIC
                   MOVE 'NONNUM' TO WS-ERR-REASON
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING WS-NF-NAME(NF-IDX) DELIMITED BY '  '
                          ' NOT NUMERIC' DELIMITED BY SIZE
                          INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 2900-NOTE-ERROR
               END-IF
           END-IF.

       2200-FOLD-RECORD.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 400
               IF INBOUND-RECORD(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-CHAR-ORD = FUNCTION ORD(
                       INBOUND-RECORD(WS-CHAR-IDX:1))
                   COMPUTE WS-DIGEST = FUNCTION MOD(
                       WS-DIGEST + (WS-CHAR-ORD * WS-CHAR-IDX),
                       9999999999)
               END-IF
           END-PERFORM.

      *>   Failures of the file as a whole are reported against
      *>   record 0.  A file this gate already passed for the same
      *>   business date is the same delivery seen again by a rerun
      *>   of the night, not a resend, and passes again.
       2300-CHECK-WHOLE-FILE.
           MOVE WS-RECORD-NO TO WS-TOTAL-RECORDS
           MOVE 0 TO WS-RECORD-NO
           IF WS-LAST-TYPE = SPACES
               MOVE 'EMPTY' TO WS-ERR-REASON
               MOVE 'FILE HAS NO RECORDS' TO WS-ERR-TEXT
               PERFORM 2900-NOTE-ERROR
           END-IF
           IF WS-FD-TRAILER-CODE(FD-IDX) NOT = SPACE
               AND WS-LAST-TYPE NOT = WS-FD-TRAILER-CODE(FD-IDX)
               MOVE 'NOTRAILR' TO WS-ERR-REASON
               MOVE 'LAST RECORD IS NOT THE TRAILER' TO WS-ERR-TEXT
               PERFORM 2900-NOTE-ERROR
           END-IF
           IF WS-DETAIL-COUNT < WS-FD-MIN-RECS(FD-IDX)
               OR (WS-FD-MAX-RECS(FD-IDX) > 0
                   AND WS-DETAIL-COUNT > WS-FD-MAX-RECS(FD-IDX))
               MOVE 'RECCOUNT' TO WS-ERR-REASON
               MOVE WS-DETAIL-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-ERR-TEXT
               STRING WS-ED-COUNT DELIMITED BY SIZE
                      ' DETAILS, OUTSIDE THE EXPECTED RANGE'
                          DELIMITED BY SIZE
                      INTO WS-ERR-TEXT
               END-STRING
               PERFORM 2900-NOTE-ERROR
           END-IF
           MOVE WS-DIGEST TO WS-CONTROL
           PERFORM 2310-SEED-FROM-COUNT
           CALL 'CHKSUM' USING WS-SEAL-SEED, WS-CONTROL,
               WS-CHKSUM-RC
           IF WS-FD-DUP-CHECK(FD-IDX) = 'Y'
               AND WS-LAST-TYPE NOT = SPACES
               MOVE 0 TO WS-DUP-DATE
               PERFORM VARYING HS-IDX FROM 1 BY 1
                       UNTIL HS-IDX > WS-HS-COUNT
                   IF WS-HS-FILE-ID(HS-IDX) = WS-FD-FILE-ID(FD-IDX)
                       AND WS-HS-CONTROL(HS-IDX) = WS-CONTROL
                       AND WS-HS-RECORDS(HS-IDX) = WS-TOTAL-RECORDS
                       IF WS-HS-DATE(HS-IDX) = WS-BIZ-DATE
                           SET WS-REPASS TO TRUE
                       ELSE
                           MOVE WS-HS-DATE(HS-IDX) TO WS-DUP-DATE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DUP-DATE > 0 AND NOT WS-REPASS
                   MOVE 'DUPFILE' TO WS-ERR-REASON
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'SAME FILE ALREADY PASSED ' DELIMITED BY SIZE
                          WS-DUP-DATE DELIMITED BY SIZE
                          INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 2900-NOTE-ERROR
               END-IF
           END-IF
           MOVE WS-TOTAL-RECORDS TO WS-RECORD-NO.

       2310-SEED-FROM-COUNT.
           IF WS-TOTAL-RECORDS > 99999
               MOVE 99999 TO WS-SEAL-SEED
           ELSE
               MOVE WS-TOTAL-RECORDS TO WS-SEAL-SEED
           END-IF
           IF WS-SEAL-SEED = 0
               MOVE 1 TO WS-SEAL-SEED
           END-IF.

       2400-RECORD-PASSED-FILE.
           IF WS-FD-DUP-CHECK(FD-IDX) NOT = 'Y' OR WS-REPASS
               GO TO 2400-RECORD-PASSED-FILE-EXIT
           END-IF
           OPEN EXTEND GATE-HISTORY-FILE
           IF WS-IH-STATUS NOT = '00' AND WS-IH-STATUS NOT = '05'
               DISPLAY 'INGATE: INGHIST NOT WRITABLE, STATUS '
                       WS-IH-STATUS ' -- A RESEND OF '
                       WS-FD-FILE-ID(FD-IDX) ' WILL NOT BE CAUGHT'
               GO TO 2400-RECORD-PASSED-FILE-EXIT
           END-IF
           MOVE SPACES TO GATE-HISTORY-RECORD
           MOVE WS-FD-FILE-ID(FD-IDX) TO IH-FILE-ID
           MOVE WS-CONTROL TO IH-CONTROL
           MOVE WS-TOTAL-RECORDS TO IH-RECORDS
           MOVE WS-BIZ-DATE TO IH-DATE
           MOVE WS-RUN-TIME TO IH-TIME
           WRITE GATE-HISTORY-RECORD
           CLOSE GATE-HISTORY-FILE.
       2400-RECORD-PASSED-FILE-EXIT.
           EXIT.

      *>   The rejected file is moved out from under its reader
      *>   whole; nothing is copied or altered on the way.  A move
      *>   that fails leaves the file where it is -- the step is
      *>   still held on INGATEST -- and says so.
       2500-QUARANTINE-FILE.
           MOVE SPACES TO WS-QUAR-NAME
           STRING WS-QUAR-DIR DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-FD-FILE-ID(FD-IDX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-QUAR-NAME
           END-STRING
           CALL 'CBL_CREATE_DIR' USING WS-QUAR-DIR
           CALL 'CBL_RENAME_FILE' USING WS-IN-NAME, WS-QUAR-NAME
               RETURNING WS-MOVE-RC
           IF WS-MOVE-RC NOT = 0
               DISPLAY 'INGATE: ' WS-FD-FILE-ID(FD-IDX)
                       ' COULD NOT BE MOVED TO ' WS-QUAR-NAME
                       ' -- LEFT IN PLACE, STEP STILL HELD'
               MOVE SPACES TO WS-QUAR-NAME
               MOVE '(NOT MOVED)' TO WS-QUAR-NAME
           END-IF
           MOVE 0 TO RETURN-CODE.

       2600-RAISE-ALERT.
           MOVE 2 TO WS-AL-SEVERITY
           MOVE 'INGATE' TO WS-AL-SOURCE
           MOVE 'INBOUND' TO WS-AL-FAILURE-TYPE
           PERFORM 8650-ENQUEUE-ALERT THRU 8650-ENQUEUE-ALERT-EXIT
           DISPLAY 'INGATE ALERT: ' WS-AL-MESSAGE.

       2700-POST-GATE-STATUS.
           IF WS-IG-STATUS = '00'
               MOVE SPACES TO INBOUND-GATE-RECORD
               MOVE WS-FD-FILE-ID(FD-IDX) TO IG-FILE-ID
               MOVE WS-FD-STEP(FD-IDX) TO IG-STEP
               MOVE WS-BIZ-DATE TO IG-DATE
               MOVE WS-RESULT TO IG-RESULT
               MOVE WS-FIRST-REASON TO IG-REASON
               MOVE WS-QUAR-NAME TO IG-QUAR-NAME
               WRITE INBOUND-GATE-RECORD
           END-IF.

       2900-NOTE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-FIRST-REASON = SPACES
               MOVE WS-ERR-REASON TO WS-FIRST-REASON
           END-IF
           IF WS-ERROR-COUNT <= WS-MAX-ERRORS
               MOVE WS-RECORD-NO TO WS-EL-RECORD-NO
               MOVE WS-ERR-REASON TO WS-EL-REASON
               MOVE WS-ERR-TEXT TO WS-EL-TEXT
               IF WS-RECORD-NO > 0
                   MOVE INBOUND-RECORD(1:60) TO WS-EL-DATA
               ELSE
                   MOVE SPACES TO WS-EL-DATA
               END-IF
               WRITE GATE-REPORT-RECORD FROM WS-ERROR-LINE
           END-IF.

       COPY ALRTPA.
       COPY SUPRPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
