      *>               MODACKSQ sequence) recorded on the MODACKRG
      *>               registry so the vendor's confirmation can be
      *>               matched back by MODACKM.
      *>   2026-10-15  A MODTRANS file may now carry several batches,
      *>               each opened by an 'H' header record (vendor ID,
      *>               the vendor's batch number, batch date) and closed
      *>               by its own trailer.  The vendor is validated
      *>               against the new MODVEND vendor master (active
      *>               status and allowed TR-SCHEME codes, loaded by
      *>               MODVNDLD), and each batch balances and is
      *>               accepted or rejected on its own: a rejected batch
      *>               returns every detail REJECTED with the batch
      *>               reason, and every batch gets its own MODRESP
      *>               trailer (now naming vendor, vendor batch, and
      *>               result) and MODACKRG entry.  One bad batch no
      *>               longer rejects the rest of the file; any rejected
      *>               batch still ends the job RETURN-CODE 8.
      *>   2026-10-15  The MODVEND record layout follows the vendor
      *>               master's new submission schedule fields (unused
      *>               here).
      *>   2026-10-15  Cross-batch duplicate detection: every accepted
      *>               number is kept on the new keyed MODNUMRG registry
      *>               with its scheme, batch acknowledgment number, and
      *>               date.  A number accepted again within the
      *>               lookback (central parameter MOD/DUP-LOOKBACK,
      *>               days, default 90; zero turns the check off) is
      *>               returned DUPLICAT with reason DUPL in MODRESP and
      *>               logged to MODEXC rather than silently accepted
      *>               twice.  MODEXC records now carry the reason code
      *>               after the transaction (MODV or DUPL).
      *>   2026-10-15  Check-digit failures (CHKF) and unknown schemes
      *>               (SCHM) are now also logged to MODEXC with their
      *>               reason code, so the MODREPR repair job and
      *>               EXCANAL see them alongside the modulus rejects.
      *>   2026-10-15  A run that wrote any batch registers MODRESP on the
      *>               outbound transmission ledger (TXREG) once it is
      *>               closed, so the daily TXMATCH report follows it
      *>               to receipt with the other outbound interfaces.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD.

           SELECT OPTIONAL ACK-REGISTRY-FILE ASSIGN TO "MODACKRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "MODVEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-VENDOR-ID
               FILE STATUS IS WS-MV-STATUS.
           SELECT BATCH-WORK-FILE ASSIGN TO "MODBATWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BW-STATUS.
           SELECT NUMBER-REGISTRY-FILE ASSIGN TO "MODNUMRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-NUM
               FILE STATUS IS WS-NR-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
           05 TL-EXPECTED-COUNT     PIC 9(9).
           05 TL-EXPECTED-HASH      PIC 9(18).
           05 FILLER                PIC X(8).
       01  HEADER-RECORD.
           05 HD-ID                 PIC X(1).
           05 HD-VENDOR-ID          PIC X(8).
           05 HD-VENDOR-BATCH       PIC X(8).
           05 HD-BATCH-DATE         PIC X(8).
           05 FILLER                PIC X(15).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(68).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EX-TRANSACTION        PIC X(40).
           05 FILLER                PIC X.
           05 EX-REASON             PIC X(4).

       FD  RESPONSE-OUT-FILE.
       01  RESPONSE-OUT-RECORD.
           05 RT-COUNT              PIC 9(9).
           05 RT-HASH               PIC 9(18).
           05 RT-ACK-NO             PIC X(12).
           05 RT-VENDOR-ID          PIC X(8).
           05 RT-VENDOR-BATCH       PIC X(8).
           05 RT-BATCH-RESULT       PIC X(8).
           05 RT-REASON             PIC X(4).

       FD  ACK-SEQ-FILE.
       01  ACK-SEQ-RECORD.
           05 AG-HASH               PIC 9(18).
           05 FILLER                PIC X VALUE SPACE.
           05 AG-STATUS             PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AG-VENDOR-ID          PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AG-VENDOR-BATCH       PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AG-BATCH-RESULT       PIC X(8).

       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05 MV-VENDOR-ID           PIC X(8).
           05 MV-VENDOR-NAME         PIC X(30).
           05 MV-ACTIVE-FLAG         PIC X(1).
           05 MV-SCHEME-TABLE.
              10 MV-SCHEME           PIC X(4) OCCURS 10 TIMES.
           05 MV-DAY-FLAGS           PIC X(7).
           05 MV-GRACE-DAYS          PIC 9(2).

       FD  BATCH-WORK-FILE.
       01  BATCH-WORK-RECORD        PIC X(40).

       FD  NUMBER-REGISTRY-FILE.
       01  NUMBER-REGISTRY-RECORD.
           05 NR-NUM                PIC 9(18).
           05 NR-SCHEME             PIC X(4).
           05 NR-ACK-NO             PIC X(12).
           05 NR-DATE               PIC 9(8).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY TXRGWS.
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-TRANSACTIONS VALUE 'Y'.
           01 WS-MOD-VALID-SW       PIC X VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-ACCEPTED-COUNT     PIC 9(9) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(9) VALUE 0.
           01 WS-MV-STATUS          PIC X(2).
           01 WS-BW-STATUS          PIC X(2).
           01 WS-BW-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-BATCH-WORK  VALUE 'Y'.
           01 WS-VENDOR-MASTER-SW   PIC X VALUE 'N'.
              88 WS-VENDOR-MASTER-OPEN VALUE 'Y'.
           01 WS-BATCH-OPEN-SW      PIC X VALUE 'N'.
              88 WS-BATCH-OPEN      VALUE 'Y'.
           01 WS-HEADER-SW          PIC X VALUE 'N'.
              88 WS-HEADER-SEEN     VALUE 'Y'.
           01 WS-HDR-VENDOR-ID      PIC X(8).
           01 WS-HDR-VENDOR-BATCH   PIC X(8).
           01 WS-BATCH-VENDOR-ID    PIC X(8).
           01 WS-BATCH-VENDOR-BATCH PIC X(8).
           01 WS-BATCH-REASON       PIC X(4).
           01 WS-VENDOR-SCHEMES.
              05 WS-VENDOR-SCHEME   PIC X(4) OCCURS 10 TIMES.
           01 WS-SCHEME-SCAN        PIC 9(2).
           01 WS-SCHEME-OK-SW       PIC X.
              88 WS-SCHEME-ALLOWED  VALUE 'Y'.
           01 WS-BATCH-COUNT        PIC 9(4) VALUE 0.
           01 WS-BATCHES-REJECTED   PIC 9(4) VALUE 0.
           01 WS-TOTAL-ACCEPTED     PIC 9(9) VALUE 0.
           01 WS-TOTAL-REJECTED     PIC 9(9) VALUE 0.
           01 WS-NR-STATUS          PIC X(2).
           01 WS-NUMBER-REGISTRY-SW PIC X VALUE 'N'.
              88 WS-NUMBER-REGISTRY-OPEN VALUE 'Y'.
           01 WS-DUP-LOOKBACK       PIC 9(4) VALUE 90.
           01 WS-RUN-INT            PIC 9(8).
           01 WS-NR-AGE             PIC S9(8).
           01 WS-TOTAL-DUPLICATE    PIC 9(9) VALUE 0.
           01 WS-REPORT-LINE.
              05 WS-R-NUM           PIC Z(17)9.
              05 FILLER             PIC X VALUE SPACE.
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'MODRESP' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
               OPEN INPUT VENDOR-MASTER-FILE
               IF WS-MV-STATUS = '00'
                   SET WS-VENDOR-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY 'MOD: NO VENDOR MASTER (MODVEND) -- EVERY '
                           'BATCH WILL REJECT'
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM L-PARA-LOAD-ACK-SEQ
               PERFORM P-PARA-OPEN-NUMBER-REGISTRY
               PERFORM B-PARA UNTIL END-OF-TRANSACTIONS
               IF WS-BATCH-OPEN
                   PERFORM I-PARA-FINISH-BATCH
               END-IF
               CLOSE TRANSACTION-FILE
               IF WS-VENDOR-MASTER-OPEN
                   CLOSE VENDOR-MASTER-FILE
               END-IF
               IF WS-NUMBER-REGISTRY-OPEN
                   CLOSE NUMBER-REGISTRY-FILE
               END-IF
               CLOSE RESPONSE-OUT-FILE
               PERFORM M-PARA-SAVE-ACK-SEQ
               IF WS-BATCH-COUNT > 0
                   MOVE 'MODRESP' TO WS-TX-INTERFACE
                   MOVE 'MODRESP' TO WS-TX-FILE-NAME
                   MOVE SPACES TO WS-TX-REFERENCE
                   MOVE 0 TO WS-TX-TAIL-COUNT
                   CALL 'TXREG' USING WS-TX-INTERFACE, WS-TX-FILE-NAME,
                       WS-TX-REFERENCE, WS-TX-TAIL-COUNT,
                       WS-TX-LEDGER-ID, WS-TX-RESULT
                   IF NOT WS-TX-REGISTERED
                       DISPLAY 'MOD: MODRESP NOT ON THE TRANSMISSION '
                               'LEDGER -- REGISTER IT BY HAND'
                   END-IF
               END-IF
               IF WS-BATCH-COUNT = 0
                   MOVE '** NO BATCHES ON MODTRANS **' TO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY 'MOD: NO BATCHES ON MODTRANS'
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-BATCHES-REJECTED > 0
                   DISPLAY 'MOD: ' WS-BATCHES-REJECTED
                           ' BATCH(ES) REJECTED -- SEE MODRPT'
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY 'MOD BATCHES ' WS-BATCH-COUNT
                       ' ACCEPTED ' WS-TOTAL-ACCEPTED
                       ' REJECTED ' WS-TOTAL-REJECTED
                       ' DUPLICATE ' WS-TOTAL-DUPLICATE
               CLOSE REPORT-FILE
               CLOSE EXCEPTION-FILE.
               GOBACK.

      *>   A file is a run of batches, each an 'H' header naming
      *>   the vendor, its details, and a 'T' trailer.  Details are
      *>   held on MODBATWK until the batch's trailer arrives, since
      *>   whether any of them is accepted depends on the batch as a
      *>   whole.  A header arriving while a batch is still open
      *>   closes that batch as trailerless; details with no header
      *>   in front of them form a batch of their own that cannot be
      *>   tied to a vendor.
           B-PARA.
               READ TRANSACTION-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HD-ID = 'H'
                               MOVE HD-VENDOR-ID TO WS-HDR-VENDOR-ID
                               MOVE HD-VENDOR-BATCH
                                   TO WS-HDR-VENDOR-BATCH
                               IF WS-BATCH-OPEN
                                   PERFORM I-PARA-FINISH-BATCH
                               END-IF
                               SET WS-HEADER-SEEN TO TRUE
                               PERFORM H-PARA-START-BATCH
                           WHEN TL-ID = 'T'
                               IF NOT WS-BATCH-OPEN
                                   MOVE 'N' TO WS-HEADER-SW
                                   PERFORM H-PARA-START-BATCH
                               END-IF
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE TL-EXPECTED-COUNT TO WS-EXPECTED-COUNT
                               MOVE TL-EXPECTED-HASH TO WS-EXPECTED-HASH
                               PERFORM I-PARA-FINISH-BATCH
                           WHEN OTHER
                               IF NOT WS-BATCH-OPEN
                                   MOVE 'N' TO WS-HEADER-SW
                                   PERFORM H-PARA-START-BATCH
                               END-IF
                               ADD 1 TO WS-DETAIL-COUNT
                               IF TR-NUM IS NUMERIC
                                   COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                                       WS-HASH-TOTAL + TR-NUM,
                                       1000000000000000000)
                               END-IF
                               WRITE BATCH-WORK-RECORD
                                   FROM TRANSACTION-RECORD
                       END-EVALUATE
               END-READ
               MOVE 'READ' TO WS-FS-OPERATION
               MOVE 'MODTRANS' TO WS-FS-FILE-NAME
                   END-IF
               END-IF
               IF NOT WS-MOD-VALID
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE TRANSACTION-RECORD TO EX-TRANSACTION
                   MOVE 'MODV' TO EX-REASON
                   WRITE EXCEPTION-RECORD
                   MOVE 'WRITE' TO WS-FS-OPERATION
                   MOVE 'MODEXC' TO WS-FS-FILE-NAME
                   PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
                   EVALUATE TRUE
                       WHEN WS-RETURN-CODE = 3
                           MOVE 'SCHM' TO RO-REASON
                           PERFORM R-PARA-LOG-EXCEPTION
                           PERFORM F-PARA-WRITE-REJECTED
                       WHEN WS-RETURN-CODE NOT = 0
                           OR WS-REMAINDER NOT = 0
                           MOVE 'CHKF' TO RO-REASON
                           PERFORM R-PARA-LOG-EXCEPTION
                           PERFORM F-PARA-WRITE-REJECTED
                       WHEN OTHER
                           PERFORM N-PARA-CHECK-DUPLICATE
                   END-EVALUATE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE 'WRITE' TO WS-FS-OPERATION
                       SET WS-BATCH-BALANCED TO TRUE
                   END-IF
               END-IF
               IF NOT WS-BATCH-BALANCED AND WS-BATCH-REASON = SPACES
                   IF WS-TRAILER-SEEN
                       MOVE 'BAL ' TO WS-BATCH-REASON
                   ELSE
                       MOVE 'NOTR' TO WS-BATCH-REASON
                   END-IF
               END-IF
               IF WS-BATCH-BALANCED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'BATCH BALANCED -- COUNT ' DELIMITED BY SIZE
                       MOVE '** BATCH OUT OF BALANCE **'
                           TO WS-REPORT-LINE
                   ELSE
                       MOVE '** NO TRAILER RECORD FOR BATCH **'
                           TO WS-REPORT-LINE
                   END-IF
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                          INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF.

      *>   One disposition record per input transaction; the
      *>   reason column is blank on an accept.
           F-PARA-WRITE-REJECTED.
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE 'D' TO RO-REC-TYPE
               MOVE TR-NUM TO RO-NUM
               MOVE 'REJECTED' TO RO-DISPOSITION

           G-PARA-WRITE-ACCEPTED.
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD 1 TO WS-TOTAL-ACCEPTED
               MOVE 'D' TO RO-REC-TYPE
               MOVE TR-NUM TO RO-NUM
               MOVE 'ACCEPTED' TO RO-DISPOSITION
               MOVE SPACES TO RO-REASON
               WRITE RESPONSE-OUT-RECORD.

      *>   Each batch's trailer mirrors the inbound control
      *>   convention and carries its own acknowledgment number plus
      *>   the vendor, the vendor's batch number, and whether the
      *>   batch was accepted; our side of the number is recorded on
      *>   the MODACKRG registry as SENT so the vendor's confirmation
      *>   can be matched against it by MODACKM instead of the
      *>   manual relay that already transposed two batches once.
           E-PARA-CLOSE-OUTBOUND.
               MOVE SPACES TO RESPONSE-OUT-RECORD
               MOVE 'T' TO RT-REC-TYPE
               MOVE WS-DETAIL-COUNT TO RT-COUNT
               MOVE WS-HASH-TOTAL TO RT-HASH
               MOVE WS-ACK-NO TO RT-ACK-NO
               MOVE WS-BATCH-VENDOR-ID TO RT-VENDOR-ID
               MOVE WS-BATCH-VENDOR-BATCH TO RT-VENDOR-BATCH
               IF WS-BATCH-REASON = SPACES
                   MOVE 'ACCEPTED' TO RT-BATCH-RESULT
               ELSE
                   MOVE 'REJECTED' TO RT-BATCH-RESULT
               END-IF
               MOVE WS-BATCH-REASON TO RT-REASON
               WRITE RESPONSE-OUT-RECORD
               OPEN EXTEND ACK-REGISTRY-FILE
               IF WS-AG-STATUS = '00' OR WS-AG-STATUS = '05'
                   MOVE SPACES TO ACK-REGISTRY-RECORD
                   MOVE WS-DETAIL-COUNT TO AG-COUNT
                   MOVE WS-HASH-TOTAL TO AG-HASH
                   MOVE 'SENT' TO AG-STATUS
                   MOVE WS-BATCH-VENDOR-ID TO AG-VENDOR-ID
                   MOVE WS-BATCH-VENDOR-BATCH TO AG-VENDOR-BATCH
                   MOVE RT-BATCH-RESULT TO AG-BATCH-RESULT
                   WRITE ACK-REGISTRY-RECORD
                   CLOSE ACK-REGISTRY-FILE
               END-IF
               ADD 1 TO WS-ACK-SEQ
               DISPLAY 'MOD BATCH ACK ' WS-ACK-NO
                       ' VENDOR ' WS-BATCH-VENDOR-ID
                       ' ACCEPTED ' WS-ACCEPTED-COUNT
                       ' REJECTED ' WS-REJECTED-COUNT.

      *>   A new batch is vetted against the vendor master before
      *>   any of its details is looked at: no header, an unknown
      *>   vendor, or an inactive one rejects the whole batch.
           H-PARA-START-BATCH.
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BATCH-OPEN TO TRUE
               MOVE 'N' TO WS-TRAILER-SW
               MOVE 0 TO WS-DETAIL-COUNT WS-HASH-TOTAL
               MOVE 0 TO WS-EXPECTED-COUNT WS-EXPECTED-HASH
               MOVE 0 TO WS-ACCEPTED-COUNT WS-REJECTED-COUNT
               MOVE SPACES TO WS-BATCH-REASON WS-VENDOR-SCHEMES
               IF WS-HEADER-SEEN
                   MOVE WS-HDR-VENDOR-ID TO WS-BATCH-VENDOR-ID
                   MOVE WS-HDR-VENDOR-BATCH TO WS-BATCH-VENDOR-BATCH
                   IF WS-VENDOR-MASTER-OPEN
                       MOVE WS-BATCH-VENDOR-ID TO MV-VENDOR-ID
                       READ VENDOR-MASTER-FILE
                           INVALID KEY
                               MOVE 'VEND' TO WS-BATCH-REASON
                           NOT INVALID KEY
                               IF MV-ACTIVE-FLAG NOT = 'A'
                                   MOVE 'VINA' TO WS-BATCH-REASON
                               ELSE
                                   MOVE MV-SCHEME-TABLE
                                       TO WS-VENDOR-SCHEMES
                               END-IF
                       END-READ
                   ELSE
                       MOVE 'VEND' TO WS-BATCH-REASON
                   END-IF
               ELSE
                   MOVE SPACES TO WS-BATCH-VENDOR-ID
                                  WS-BATCH-VENDOR-BATCH
                   MOVE 'NOHD' TO WS-BATCH-REASON
               END-IF
               OPEN OUTPUT BATCH-WORK-FILE
               MOVE WS-BW-STATUS TO WS-FS-STATUS
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'MODBATWK' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT.

      *>   The batch stands or falls on its own: a rejected batch
      *>   returns every detail REJECTED with the batch's reason
      *>   (NOHD no header, VEND unknown vendor, VINA inactive
      *>   vendor, NOTR no trailer, BAL out of balance); an
      *>   accepted one has each detail checked as before, plus the
      *>   vendor's allowed schemes (VSCH).
           I-PARA-FINISH-BATCH.
               CLOSE BATCH-WORK-FILE
               MOVE 'N' TO WS-BATCH-OPEN-SW
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BATCH ' DELIMITED BY SIZE
                      WS-BATCH-COUNT DELIMITED BY SIZE
                      ' VENDOR ' DELIMITED BY SIZE
                      WS-BATCH-VENDOR-ID DELIMITED BY SIZE
                      ' VENDOR BATCH ' DELIMITED BY SIZE
                      WS-BATCH-VENDOR-BATCH DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM D-PARA
               MOVE SPACES TO WS-ACK-NO
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-ACK-SEQ DELIMITED BY SIZE
                      INTO WS-ACK-NO
               END-STRING
               MOVE 'N' TO WS-BW-EOF-SW
               OPEN INPUT BATCH-WORK-FILE
               MOVE WS-BW-STATUS TO WS-FS-STATUS
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'MODBATWK' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
               PERFORM J-PARA-REPLAY-ONE UNTIL END-OF-BATCH-WORK
               CLOSE BATCH-WORK-FILE
               IF WS-BATCH-REASON = SPACES
                   MOVE '   BATCH ACCEPTED' TO WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-BATCHES-REJECTED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '** BATCH REJECTED -- REASON ' DELIMITED BY SIZE
                          WS-BATCH-REASON DELIMITED BY SIZE
                          ' **' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM E-PARA-CLOSE-OUTBOUND.

           J-PARA-REPLAY-ONE.
               READ BATCH-WORK-FILE INTO TRANSACTION-RECORD
                   AT END SET END-OF-BATCH-WORK TO TRUE
                   NOT AT END
                       IF WS-BATCH-REASON NOT = SPACES
                           MOVE WS-BATCH-REASON TO RO-REASON
                           PERFORM F-PARA-WRITE-REJECTED
                       ELSE
                           PERFORM K-PARA-CHECK-SCHEME
                           IF WS-SCHEME-ALLOWED
                               PERFORM C-PARA
                           ELSE
                               MOVE TR-NUM TO WS-R-NUM
                               MOVE 0 TO WS-R-MOD WS-R-REMAINDER
                               MOVE 'VSCH' TO WS-R-STATUS
                               MOVE TR-SCHEME TO WS-R-SCHEME
                               WRITE REPORT-RECORD FROM WS-REPORT-LINE
                               MOVE 'VSCH' TO RO-REASON
                               PERFORM F-PARA-WRITE-REJECTED
                           END-IF
                       END-IF
               END-READ.

           K-PARA-CHECK-SCHEME.
               MOVE 'N' TO WS-SCHEME-OK-SW
               IF TR-SCHEME = SPACES
                   SET WS-SCHEME-ALLOWED TO TRUE
               ELSE
                   PERFORM VARYING WS-SCHEME-SCAN FROM 1 BY 1
                           UNTIL WS-SCHEME-SCAN > 10
                      IF WS-VENDOR-SCHEME(WS-SCHEME-SCAN) = TR-SCHEME
                          SET WS-SCHEME-ALLOWED TO TRUE
                      END-IF
                   END-PERFORM
               END-IF.

      *>   The acknowledgment sequence is read once per run and
      *>   saved once at the end, however many batches the file
      *>   carried.
           L-PARA-LOAD-ACK-SEQ.
               OPEN INPUT ACK-SEQ-FILE
               IF WS-AS-STATUS = '00'
                   READ ACK-SEQ-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF AS-NEXT-SEQ IS NUMERIC
                               MOVE AS-NEXT-SEQ TO WS-ACK-SEQ
                           END-IF
                   END-READ
                   CLOSE ACK-SEQ-FILE
               END-IF.

           M-PARA-SAVE-ACK-SEQ.
               OPEN OUTPUT ACK-SEQ-FILE
               IF WS-AS-STATUS = '00'
                   MOVE WS-ACK-SEQ TO AS-NEXT-SEQ
                   WRITE ACK-SEQ-RECORD
                   CLOSE ACK-SEQ-FILE
               END-IF.

      *>   A number that passes every check is looked up on the
      *>   MODNUMRG registry of accepted numbers: accepted again
      *>   within the lookback (central parameter MOD/DUP-LOOKBACK,
      *>   days, default 90) it is returned DUPLICAT with reason
      *>   DUPL and logged to MODEXC instead of being accepted a
      *>   second time; otherwise it is accepted and the registry
      *>   records this batch's acknowledgment number against it.
           N-PARA-CHECK-DUPLICATE.
               IF NOT WS-NUMBER-REGISTRY-OPEN
                   PERFORM G-PARA-WRITE-ACCEPTED
               ELSE
                   MOVE TR-NUM TO NR-NUM
                   READ NUMBER-REGISTRY-FILE
                       INVALID KEY
                           PERFORM G-PARA-WRITE-ACCEPTED
                           PERFORM Q-PARA-SET-REGISTRY-ENTRY
                           WRITE NUMBER-REGISTRY-RECORD
                       NOT INVALID KEY
                           MOVE 99999999 TO WS-NR-AGE
                           IF NR-DATE IS NUMERIC AND NR-DATE > 0
                               COMPUTE WS-NR-AGE = WS-RUN-INT -
                                   FUNCTION INTEGER-OF-DATE(NR-DATE)
                           END-IF
                           IF WS-NR-AGE <= WS-DUP-LOOKBACK
                               PERFORM O-PARA-WRITE-DUPLICATE
                           ELSE
                               PERFORM G-PARA-WRITE-ACCEPTED
                               PERFORM Q-PARA-SET-REGISTRY-ENTRY
                               REWRITE NUMBER-REGISTRY-RECORD
                           END-IF
                   END-READ
               END-IF.

           O-PARA-WRITE-DUPLICATE.
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-TOTAL-DUPLICATE
               MOVE 'DUP' TO WS-R-STATUS
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE TRANSACTION-RECORD TO EX-TRANSACTION
               MOVE 'DUPL' TO EX-REASON
               WRITE EXCEPTION-RECORD
               MOVE 'WRITE' TO WS-FS-OPERATION
               MOVE 'MODEXC' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
               MOVE 'D' TO RO-REC-TYPE
               MOVE TR-NUM TO RO-NUM
               MOVE 'DUPLICAT' TO RO-DISPOSITION
               MOVE 'DUPL' TO RO-REASON
               WRITE RESPONSE-OUT-RECORD.

      *>   The registry is created empty on first use; a lookback
      *>   of zero on the central parameter turns the check off.
           P-PARA-OPEN-NUMBER-REGISTRY.
               MOVE 'MOD' TO WS-PM-PROGRAM-ID
               MOVE 'DUP-LOOKBACK' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
                   MOVE WS-PM-PARM-VALUE(1:4) TO WS-DUP-LOOKBACK
               END-IF
               IF WS-DUP-LOOKBACK = 0
                   DISPLAY 'MOD: DUPLICATE NUMBER CHECK OFF'
               ELSE
                   OPEN I-O NUMBER-REGISTRY-FILE
                   IF WS-NR-STATUS = '35'
                       OPEN OUTPUT NUMBER-REGISTRY-FILE
                       CLOSE NUMBER-REGISTRY-FILE
                       OPEN I-O NUMBER-REGISTRY-FILE
                   END-IF
                   IF WS-NR-STATUS = '00'
                       SET WS-NUMBER-REGISTRY-OPEN TO TRUE
                   ELSE
                       MOVE WS-NR-STATUS TO WS-FS-STATUS
                       MOVE 'OPEN I-O' TO WS-FS-OPERATION
                       MOVE 'MODNUMRG' TO WS-FS-FILE-NAME
                       PERFORM 9100-CHECK-FILE-STATUS THRU
                           9100-CHECK-FILE-STATUS-EXIT
                   END-IF
               END-IF.

           Q-PARA-SET-REGISTRY-ENTRY.
               MOVE TR-NUM TO NR-NUM
               MOVE TR-SCHEME TO NR-SCHEME
               MOVE WS-ACK-NO TO NR-ACK-NO
               MOVE WS-RUN-DATE TO NR-DATE.

      *>   Check failures and unknown schemes go to MODEXC as well,
      *>   under the same reason code MODRESP carries, so the repair
      *>   job (MODREPR) has the day's failing numbers to work from.
           R-PARA-LOG-EXCEPTION.
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE TRANSACTION-RECORD TO EX-TRANSACTION
               MOVE RO-REASON TO EX-REASON
               WRITE EXCEPTION-RECORD
               MOVE 'WRITE' TO WS-FS-OPERATION
               MOVE 'MODEXC' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT.

           COPY PARMPA.
           COPY FILESTPA.
