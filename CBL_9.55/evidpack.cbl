      *>               record so the copied probe result keeps its
      *>               full site name instead of losing the last
      *>               five bytes in the delivered pack.
      *>   2026-10-15  Pack lines widened again, to the 141-byte
      *>               PROBERES record, so the engagement ID now carried
      *>               on the copied probe result is delivered with it.
      *>   2026-10-15  Each pack is registered on the outbound
      *>               transmission ledger (TXREG) under its
      *>               correlation ID once written, so the daily
      *>               TXMATCH report follows it to receipt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVIDPACK.

       COPY FINDFD.

       FD  PACK-FILE.
       01  PACK-RECORD              PIC X(141).

       FD  DAILY-LOG-FILE.
       01  DAILY-LOG-RECORD         PIC X(132).
           COPY HBLOGWS.
           COPY PARMWS.
           COPY FILESTWS.
           COPY TXRGWS.
           01 WS-PK-STATUS          PIC X(2).
           01 WS-DL-STATUS          PIC X(2).
           01 WS-CP-STATUS          PIC X(2).
           01 WS-CORR-HIT-X         PIC X(8).
           01 WS-BEST-HB            PIC X(60).
           01 WS-PACK-COUNT         PIC 9(4) VALUE 0.
           01 WS-PACK-LINE          PIC X(141).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'PLUTRESP' TO WS-CAPTURE-NAME
           PERFORM 5000-COPY-CAPTURE-LINES
           PERFORM 6000-COPY-HEARTBEAT-STATE
           CLOSE PACK-FILE
           PERFORM 7000-REGISTER-TRANSMISSION.
       2000-PACK-DONE.
           EXIT.

                   END-IF
           END-READ.

       7000-REGISTER-TRANSMISSION.
           MOVE 'EVIDPACK' TO WS-TX-INTERFACE
           MOVE WS-PACK-NAME TO WS-TX-FILE-NAME
           MOVE WS-WANT-CORR-X TO WS-TX-REFERENCE
           MOVE 0 TO WS-TX-TAIL-COUNT
           CALL 'TXREG' USING WS-TX-INTERFACE, WS-TX-FILE-NAME,
               WS-TX-REFERENCE, WS-TX-TAIL-COUNT,
               WS-TX-LEDGER-ID, WS-TX-RESULT
           IF NOT WS-TX-REGISTERED
               DISPLAY 'EVIDPACK: ' WS-PACK-NAME ' NOT ON THE '
                       'TRANSMISSION LEDGER -- REGISTER IT BY HAND'
           END-IF.

       COPY PARMPA.
       COPY HBLOGPA.
       COPY FILESTPA.
