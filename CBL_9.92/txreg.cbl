       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Outbound transmission registrar.
      *>               MODRESP goes to the vendors, BILLFEED to
      *>               corporate billing, the evidence packs to the
      *>               vendors and the SIEMFEED spool to security
      *>               operations, and each had its own acknowledgment
      *>               handling or none.  Every producing job now
      *>               calls this routine (FILESEAL style) once its
      *>               file is closed: the file is read back, counted
      *>               and reduced to the same position-weighted
      *>               character digest FILESEAL uses, run through the
      *>               shop's CHKSUM routine seeded with the record
      *>               count to give the control value, and one UNSENT
      *>               line is appended to the TXLEDGER ledger with the
      *>               interface, the destination and receipt window
      *>               from TXIFACE, the caller's own reference, the
      *>               date and time, and the receipt deadline.  The
      *>               ledger number comes from the TXSEQ sequence.
      *>               For a spool appended run after run the caller
      *>               passes how many records it added, and only
      *>               those last records are counted and digested.
      *>               TXMATCH follows the ledger from there.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT TX-SEQ-FILE ASSIGN TO "TXSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-STATUS.
           COPY TXLEDFC.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD          PIC X(400).

       FD  TX-SEQ-FILE.
       01  TX-SEQ-RECORD.
           05 TQ-NEXT-ID            PIC 9(8).

       COPY TXLEDFD.

       WORKING-STORAGE SECTION.
           01 WS-OB-STATUS          PIC X(2).
           01 WS-TQ-STATUS          PIC X(2).
           01 WS-TL-STATUS          PIC X(2).
           01 WS-TI-STATUS          PIC X(2).
           01 WS-OUT-NAME           PIC X(40).
           01 WS-OB-EOF-SW          PIC X.
              88 END-OF-OUTBOUND    VALUE 'Y'.
           01 WS-TI-EOF-SW          PIC X.
              88 END-OF-INTERFACES  VALUE 'Y'.
           01 WS-FILE-RECORDS       PIC 9(8).
           01 WS-SKIP-RECORDS       PIC 9(8).
           01 WS-RECORD-NO          PIC 9(8).
           01 WS-DIGEST             PIC 9(10).
           01 WS-RECORD-COUNT       PIC 9(8).
           01 WS-CONTROL            PIC 9(10).
           01 WS-SEAL-SEED          PIC 9(5).
           01 WS-CHKSUM-RC          PIC 9(1).
           01 WS-CHAR-IDX           PIC 9(3).
           01 WS-CHAR-ORD           PIC 9(3).
           01 WS-STAMP-DATE         PIC 9(8).
           01 WS-STAMP-TIME         PIC 9(8).
           01 WS-NEXT-ID            PIC 9(8) VALUE 1.
           01 WS-DESTINATION        PIC X(8).
           01 WS-WINDOW-DAYS        PIC 9(3).
           01 WS-DEADLINE           PIC 9(8).

       LINKAGE SECTION.
           01 LS-INTERFACE          PIC X(8).
           01 LS-FILE-NAME          PIC X(40).
           01 LS-REFERENCE          PIC X(12).
           01 LS-TAIL-COUNT         PIC 9(8).
           01 LS-LEDGER-ID          PIC 9(8).
           01 LS-RESULT             PIC X(1).

       PROCEDURE DIVISION USING LS-INTERFACE, LS-FILE-NAME,
               LS-REFERENCE, LS-TAIL-COUNT, LS-LEDGER-ID, LS-RESULT.
       0000-MAINLINE.
           MOVE 'N' TO LS-RESULT
           MOVE 0 TO LS-LEDGER-ID
           MOVE LS-FILE-NAME TO WS-OUT-NAME
           PERFORM 1000-COUNT-FILE
           IF WS-OB-STATUS NOT = '00'
               DISPLAY 'TXREG: ' LS-INTERFACE ' FILE ' WS-OUT-NAME
                       ' NOT READABLE, STATUS ' WS-OB-STATUS
                       ' -- NOT REGISTERED'
               GOBACK
           END-IF
           PERFORM 2000-DIGEST-FILE
           PERFORM 3000-LOOKUP-INTERFACE
           PERFORM 4000-ASSIGN-LEDGER-ID
           PERFORM 5000-WRITE-LEDGER
           GOBACK.

      *>   A spool carries every earlier run's records ahead of this
      *>   run's, so the file is counted first to find where this
      *>   run's records start.  A tail longer than the file means
      *>   the spool was picked up and cleared part-way through; the
      *>   whole file is then the transmission.
       1000-COUNT-FILE.
           MOVE 0 TO WS-FILE-RECORDS WS-SKIP-RECORDS
           MOVE 'N' TO WS-OB-EOF-SW
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS = '00'
               PERFORM 1100-COUNT-ONE-RECORD UNTIL END-OF-OUTBOUND
               CLOSE OUTBOUND-FILE
               MOVE '00' TO WS-OB-STATUS
               IF LS-TAIL-COUNT > 0
                   AND LS-TAIL-COUNT < WS-FILE-RECORDS
                   COMPUTE WS-SKIP-RECORDS =
                       WS-FILE-RECORDS - LS-TAIL-COUNT
               END-IF
           END-IF.

       1100-COUNT-ONE-RECORD.
           READ OUTBOUND-FILE
               AT END SET END-OF-OUTBOUND TO TRUE
               NOT AT END ADD 1 TO WS-FILE-RECORDS
           END-READ.

       2000-DIGEST-FILE.
           MOVE 0 TO WS-DIGEST WS-RECORD-COUNT WS-RECORD-NO
           MOVE 'N' TO WS-OB-EOF-SW
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS = '00'
               PERFORM 2100-FOLD-ONE-RECORD UNTIL END-OF-OUTBOUND
               CLOSE OUTBOUND-FILE
           END-IF
           MOVE WS-DIGEST TO WS-CONTROL
           IF WS-RECORD-COUNT > 99999
               MOVE 99999 TO WS-SEAL-SEED
           ELSE
               MOVE WS-RECORD-COUNT TO WS-SEAL-SEED
           END-IF
           IF WS-SEAL-SEED = 0
               MOVE 1 TO WS-SEAL-SEED
           END-IF
           CALL 'CHKSUM' USING WS-SEAL-SEED, WS-CONTROL,
               WS-CHKSUM-RC.

       2100-FOLD-ONE-RECORD.
           READ OUTBOUND-FILE
               AT END SET END-OF-OUTBOUND TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NO
                   IF WS-RECORD-NO > WS-SKIP-RECORDS
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2200-FOLD-RECORD-CHARS
                   END-IF
           END-READ.

       2200-FOLD-RECORD-CHARS.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 400
               IF OUTBOUND-RECORD(WS-CHAR-IDX:1) NOT = SPACE
                   COMPUTE WS-CHAR-ORD = FUNCTION ORD(
                       OUTBOUND-RECORD(WS-CHAR-IDX:1))
                   COMPUTE WS-DIGEST = FUNCTION MOD(
                       WS-DIGEST + (WS-CHAR-ORD * WS-CHAR-IDX),
                       9999999999)
               END-IF
           END-PERFORM.

      *>   An interface missing from TXIFACE is still registered --
      *>   the file has been written and must be accounted for --
      *>   with destination UNKNOWN and a one-day window, so it
      *>   surfaces on the daily report rather than going quiet.
       3000-LOOKUP-INTERFACE.
           MOVE 'UNKNOWN' TO WS-DESTINATION
           MOVE 1 TO WS-WINDOW-DAYS
           MOVE 'N' TO WS-TI-EOF-SW
           OPEN INPUT TX-INTERFACE-FILE
           IF WS-TI-STATUS = '00'
               PERFORM 3100-READ-ONE-INTERFACE UNTIL END-OF-INTERFACES
               CLOSE TX-INTERFACE-FILE
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               + WS-WINDOW-DAYS).

       3100-READ-ONE-INTERFACE.
           READ TX-INTERFACE-FILE
               AT END SET END-OF-INTERFACES TO TRUE
               NOT AT END
                   IF TI-INTERFACE = LS-INTERFACE
                       MOVE TI-DESTINATION TO WS-DESTINATION
                       IF TI-WINDOW-DAYS IS NUMERIC
                           MOVE TI-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       SET END-OF-INTERFACES TO TRUE
                   END-IF
           END-READ.

       4000-ASSIGN-LEDGER-ID.
           OPEN INPUT TX-SEQ-FILE
           IF WS-TQ-STATUS = '00'
               READ TX-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TQ-NEXT-ID IS NUMERIC
                           MOVE TQ-NEXT-ID TO WS-NEXT-ID
                       END-IF
               END-READ
               CLOSE TX-SEQ-FILE
           END-IF
           MOVE WS-NEXT-ID TO LS-LEDGER-ID
           ADD 1 TO WS-NEXT-ID
           OPEN OUTPUT TX-SEQ-FILE
           IF WS-TQ-STATUS = '00'
               MOVE WS-NEXT-ID TO TQ-NEXT-ID
               WRITE TX-SEQ-RECORD
               CLOSE TX-SEQ-FILE
           END-IF.

       5000-WRITE-LEDGER.
           OPEN EXTEND TX-LEDGER-FILE
           IF WS-TL-STATUS NOT = '00' AND WS-TL-STATUS NOT = '05'
               DISPLAY 'TXREG: TXLEDGER NOT WRITABLE, STATUS '
                       WS-TL-STATUS ' -- ' LS-INTERFACE ' '
                       WS-OUT-NAME ' NOT REGISTERED'
               MOVE 'L' TO LS-RESULT
           ELSE
               MOVE SPACES TO TX-LEDGER-RECORD
               MOVE LS-LEDGER-ID TO TL-LEDGER-ID
               MOVE LS-INTERFACE TO TL-INTERFACE
               MOVE WS-DESTINATION TO TL-DESTINATION
               MOVE LS-REFERENCE TO TL-REFERENCE
               MOVE WS-OUT-NAME TO TL-FILE-NAME
               MOVE WS-RECORD-COUNT TO TL-RECORD-COUNT
               MOVE WS-CONTROL TO TL-CONTROL
               MOVE WS-STAMP-DATE TO TL-CREATED-DATE
               MOVE WS-STAMP-TIME TO TL-CREATED-TIME
               MOVE 0 TO TL-SENT-DATE TL-SENT-TIME TL-RECEIPT-DATE
               MOVE WS-DEADLINE TO TL-DEADLINE
               MOVE 'UNSENT' TO TL-TX-STATUS
               WRITE TX-LEDGER-RECORD
               CLOSE TX-LEDGER-FILE
               MOVE 'Y' TO LS-RESULT
           END-IF.
