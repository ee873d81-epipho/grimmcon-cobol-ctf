       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Daily outbound transmission
      *>               matcher and report.  TXREG puts every outbound
      *>               file on the TXLEDGER ledger as UNSENT; this job
      *>               follows each one through to receipt, for every
      *>               interface at once, instead of MODACKM, BILLACKM
      *>               and nothing at all each minding their own:
      *>                 - the file transfer log TXSENTLG (file name,
      *>                   date and time sent) marks the ledger line
      *>                   for the copy of the file that went as SENT
      *>                   -- the latest one registered at or before
      *>                   the send -- and moves its receipt deadline
      *>                   on to the send date plus the interface's
      *>                   TXIFACE window.  A copy overwritten before
      *>                   it was ever sent stays UNSENT and goes
      *>                   overdue, which is the point;
      *>                 - the inbound receipt file TXRCPTIN
      *>                   (interface, the reference or ledger number
      *>                   quoted, records and control value received,
      *>                   receipt date) marks the line RECEIVED when
      *>                   the count and control value (where the
      *>                   receiver gives one) agree with ours, and
      *>                   MISMATCH when they do not.  A receipt that
      *>                   matches nothing on the ledger is listed.
      *>               The TXLEDRPT report shows, per interface, what
      *>               is on the ledger and where it stands, then
      *>               every transmission unsent, sent and awaiting
      *>               receipt, overdue (no receipt by its deadline,
      *>               sent or not) and mismatched.  RECEIVED lines
      *>               older than TXMATCH/KEEP-DAYS (default 90) are
      *>               dropped from the ledger.  RC 4 when anything
      *>               is overdue or mismatched or a receipt matched
      *>               nothing; RC 8 when the ledger is too large to
      *>               hold, in which case it is reported but left
      *>               as it was.
      *>   2026-10-15  The ledger rewrite is performed through its exit,
      *>               so an empty ledger or a failed open no longer
      *>               falls into the line copy and writes to an
      *>               unopened TXLEDGER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TXLEDFC.
           SELECT OPTIONAL TX-SENT-LOG-FILE ASSIGN TO "TXSENTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT OPTIONAL TX-RECEIPT-FILE ASSIGN TO "TXRCPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT TX-REPORT-FILE ASSIGN TO "TXLEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY TXLEDFD.

       FD  TX-SENT-LOG-FILE.
       01  TX-SENT-LOG-RECORD.
           05 TS-FILE-NAME          PIC X(40).
           05 FILLER                PIC X.
           05 TS-SENT-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 TS-SENT-TIME          PIC 9(8).

       FD  TX-RECEIPT-FILE.
       01  TX-RECEIPT-RECORD.
           05 TR-INTERFACE          PIC X(8).
           05 FILLER                PIC X.
           05 TR-REFERENCE          PIC X(12).
           05 FILLER                PIC X.
           05 TR-RECORD-COUNT       PIC 9(8).
           05 FILLER                PIC X.
           05 TR-CONTROL            PIC X(10).
           05 FILLER                PIC X.
           05 TR-RECEIPT-DATE       PIC 9(8).

       FD  TX-REPORT-FILE.
       01  TX-REPORT-RECORD         PIC X(132).

       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           01 WS-TL-STATUS          PIC X(2).
           01 WS-TI-STATUS          PIC X(2).
           01 WS-TS-STATUS          PIC X(2).
           01 WS-TR-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-BIZ-INT            PIC 9(8).
           01 WS-KEEP-DAYS          PIC 9(4) VALUE 90.
           01 WS-KEEP-FROM          PIC 9(8).
           01 WS-WINDOW-DAYS        PIC 9(3).

      *>   Interfaces: every line on TXIFACE, plus any interface met
      *>   on the ledger that TXIFACE does not name.
           01 WS-IF-COUNT           PIC 9(3) VALUE 0.
           01 WS-IF-TABLE.
              05 WS-IF-ENTRY OCCURS 100 TIMES INDEXED BY IF-IDX.
                 10 WS-IF-NAME         PIC X(8).
                 10 WS-IF-DEST         PIC X(8).
                 10 WS-IF-WINDOW       PIC 9(3).
                 10 WS-IF-ON-TABLE     PIC X(1).
                 10 WS-IF-ON-LEDGER    PIC 9(5).
                 10 WS-IF-UNSENT       PIC 9(5).
                 10 WS-IF-AWAITING     PIC 9(5).
                 10 WS-IF-OVERDUE      PIC 9(5).
                 10 WS-IF-MISMATCH     PIC 9(5).
                 10 WS-IF-RECEIVED     PIC 9(5).
           01 WS-IF-FOUND-SW        PIC X.
              88 WS-IF-FOUND        VALUE 'Y'.

      *>   The ledger, held whole so it can be rewritten in place.
           01 WS-LG-COUNT           PIC 9(5) VALUE 0.
           01 WS-LG-MAX             PIC 9(5) VALUE 5000.
           01 WS-LG-FULL-SW         PIC X VALUE 'N'.
              88 WS-LG-FULL         VALUE 'Y'.
           01 WS-LG-TABLE.
              05 WS-LG-ENTRY OCCURS 5000 TIMES INDEXED BY LG-IDX.
                 10 WS-LG-REC          PIC X(169).
                 10 WS-LG-FIELDS REDEFINES WS-LG-REC.
                    15 WS-LG-ID           PIC 9(8).
                    15 WS-LG-ID-X REDEFINES WS-LG-ID PIC X(8).
                    15 FILLER             PIC X.
                    15 WS-LG-INTERFACE    PIC X(8).
                    15 FILLER             PIC X.
                    15 WS-LG-DEST         PIC X(8).
                    15 FILLER             PIC X.
                    15 WS-LG-REFERENCE    PIC X(12).
                    15 FILLER             PIC X.
                    15 WS-LG-FILE-NAME    PIC X(40).
                    15 FILLER             PIC X.
                    15 WS-LG-RECORDS      PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-CONTROL      PIC 9(10).
                    15 WS-LG-CONTROL-X REDEFINES WS-LG-CONTROL
                                          PIC X(10).
                    15 FILLER             PIC X.
                    15 WS-LG-CREATED-DATE PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-CREATED-TIME PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-SENT-DATE    PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-SENT-TIME    PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-DEADLINE     PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-RECEIPT-DATE PIC 9(8).
                    15 FILLER             PIC X.
                    15 WS-LG-STATUS       PIC X(8).
           01 WS-BEST-IDX           PIC 9(5).
           01 WS-DUP-IDX            PIC 9(5).
           01 WS-BEST-STAMP         PIC 9(16).
           01 WS-THIS-STAMP         PIC 9(16).
           01 WS-SENT-STAMP         PIC 9(16).

      *>   Run totals.
           01 WS-SENT-MARKED        PIC 9(5) VALUE 0.
           01 WS-SENT-UNMATCHED     PIC 9(5) VALUE 0.
           01 WS-RCPT-RECEIVED      PIC 9(5) VALUE 0.
           01 WS-RCPT-MISMATCH      PIC 9(5) VALUE 0.
           01 WS-RCPT-DUPLICATE     PIC 9(5) VALUE 0.
           01 WS-RCPT-UNMATCHED     PIC 9(5) VALUE 0.
           01 WS-PRUNED             PIC 9(5) VALUE 0.
           01 WS-TOT-UNSENT         PIC 9(5) VALUE 0.
           01 WS-TOT-AWAITING       PIC 9(5) VALUE 0.
           01 WS-TOT-OVERDUE        PIC 9(5) VALUE 0.
           01 WS-TOT-MISMATCH       PIC 9(5) VALUE 0.
           01 WS-SECTION-COUNT      PIC 9(5).
           01 WS-SECTION-STATE      PIC X(1).
           01 WS-LG-STATE           PIC X(1).
              88 WS-STATE-UNSENT    VALUE 'U'.
              88 WS-STATE-AWAITING  VALUE 'A'.
              88 WS-STATE-OVERDUE   VALUE 'O'.
              88 WS-STATE-MISMATCH  VALUE 'M'.
              88 WS-STATE-RECEIVED  VALUE 'R'.

           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SUMMARY-LINE.
              05 WS-SM-INTERFACE    PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SM-DEST         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SM-WINDOW       PIC ZZ9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-ON-LEDGER    PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-UNSENT       PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-AWAITING     PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-OVERDUE      PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-MISMATCH     PIC Z(4)9.
              05 FILLER             PIC X(3) VALUE SPACES.
              05 WS-SM-RECEIVED     PIC Z(4)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SM-NOTE         PIC X(20).
           01 WS-DETAIL-LINE.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-DL-ID           PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-INTERFACE    PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-DEST         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-REFERENCE    PIC X(12).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-FILE-NAME    PIC X(30).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-RECORDS      PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-CONTROL      PIC 9(10).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-CREATED      PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-SENT         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-DEADLINE     PIC 9(8).
           01 WS-RCPT-LINE.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-RL-LABEL        PIC X(24).
              05 WS-RL-INTERFACE    PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-REFERENCE    PIC X(12).
              05 FILLER             PIC X(6) VALUE ' OURS '.
              05 WS-RL-OUR-RECORDS  PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-OUR-CONTROL  PIC X(10).
              05 FILLER             PIC X(8) VALUE ' THEIRS '.
              05 WS-RL-THEIR-RECORDS PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-RL-THEIR-CONTROL PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'TXMATCH' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           COMPUTE WS-BIZ-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
           MOVE 'TXMATCH' TO WS-PM-PROGRAM-ID
           MOVE 'KEEP-DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-KEEP-DAYS
           END-IF
           IF WS-KEEP-DAYS < WS-BIZ-INT
               COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-BIZ-INT - WS-KEEP-DAYS)
           ELSE
               MOVE 0 TO WS-KEEP-FROM
           END-IF

           OPEN OUTPUT TX-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'TXLEDRPT' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUTBOUND TRANSMISSION LEDGER -- ' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 1000-LOAD-INTERFACES
           PERFORM 1100-LOAD-LEDGER
           PERFORM 2000-APPLY-SENT-LOG
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'RECEIPTS:' TO WS-REPORT-LINE
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 3000-APPLY-RECEIPTS
           IF WS-RCPT-MISMATCH = 0 AND WS-RCPT-DUPLICATE = 0
               AND WS-RCPT-UNMATCHED = 0
               MOVE '  NO EXCEPTIONS' TO WS-REPORT-LINE
               WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-LG-FULL
               DISPLAY 'TXMATCH: TXLEDGER HOLDS MORE THAN ' WS-LG-MAX
                       ' LINES -- REPORTED ONLY, NOT UPDATED'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** LEDGER HOLDS MORE THAN ' DELIMITED BY SIZE
                      WS-LG-MAX DELIMITED BY SIZE
                      ' LINES -- FIRST ' DELIMITED BY SIZE
                      WS-LG-MAX DELIMITED BY SIZE
                      ' REPORTED, LEDGER NOT UPDATED **'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 4000-REWRITE-LEDGER THRU
                   4000-REWRITE-LEDGER-EXIT
           END-IF

           PERFORM 5000-CLASSIFY-ONE
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LG-COUNT
           PERFORM 6000-WRITE-SUMMARY
           MOVE 'U' TO WS-SECTION-STATE
           MOVE 'UNSENT -- REGISTERED, NOT YET ON THE TRANSFER LOG:'
               TO WS-REPORT-LINE
           PERFORM 7000-WRITE-SECTION
           MOVE 'A' TO WS-SECTION-STATE
           MOVE 'UNACKNOWLEDGED -- SENT, RECEIPT NOT YET DUE:'
               TO WS-REPORT-LINE
           PERFORM 7000-WRITE-SECTION
           MOVE 'O' TO WS-SECTION-STATE
           MOVE 'OVERDUE -- NO RECEIPT BY THE DEADLINE:'
               TO WS-REPORT-LINE
           PERFORM 7000-WRITE-SECTION
           MOVE 'M' TO WS-SECTION-STATE
           MOVE 'MISMATCH -- RECEIVER''S COUNT OR CONTROL DISAGREES:'
               TO WS-REPORT-LINE
           PERFORM 7000-WRITE-SECTION

           MOVE SPACES TO WS-REPORT-LINE
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SENT MARKED: ' DELIMITED BY SIZE
                  WS-SENT-MARKED DELIMITED BY SIZE
                  '  SENDS NOT ON LEDGER: ' DELIMITED BY SIZE
                  WS-SENT-UNMATCHED DELIMITED BY SIZE
                  '  RECEIVED: ' DELIMITED BY SIZE
                  WS-RCPT-RECEIVED DELIMITED BY SIZE
                  '  MISMATCHED: ' DELIMITED BY SIZE
                  WS-RCPT-MISMATCH DELIMITED BY SIZE
                  '  UNMATCHED RECEIPTS: ' DELIMITED BY SIZE
                  WS-RCPT-UNMATCHED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECEIVED LINES DROPPED FROM THE LEDGER (RECEIVED '
                      DELIMITED BY SIZE
                  'BEFORE ' DELIMITED BY SIZE
                  WS-KEEP-FROM DELIMITED BY SIZE
                  '): ' DELIMITED BY SIZE
                  WS-PRUNED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE TX-REPORT-FILE
           DISPLAY 'TXMATCH: UNSENT ' WS-TOT-UNSENT
                   ' UNACKNOWLEDGED ' WS-TOT-AWAITING
                   ' OVERDUE ' WS-TOT-OVERDUE
                   ' MISMATCH ' WS-TOT-MISMATCH
                   ' UNMATCHED RECEIPTS ' WS-RCPT-UNMATCHED
           IF WS-TOT-OVERDUE > 0 OR WS-TOT-MISMATCH > 0
               OR WS-RCPT-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LG-FULL
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-INTERFACES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-INTERFACE-FILE
           IF WS-TI-STATUS = '00'
               PERFORM 1010-READ-ONE-INTERFACE UNTIL END-OF-INPUT
               CLOSE TX-INTERFACE-FILE
           ELSE
               DISPLAY 'TXMATCH: NO TXIFACE INTERFACE TABLE -- '
                       'ONE-DAY WINDOW ASSUMED FOR EVERY INTERFACE'
           END-IF.

       1010-READ-ONE-INTERFACE.
           READ TX-INTERFACE-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TI-INTERFACE NOT = SPACES
                       AND TI-INTERFACE(1:1) NOT = '*'
                       AND WS-IF-COUNT < 100
                       ADD 1 TO WS-IF-COUNT
                       SET IF-IDX TO WS-IF-COUNT
                       INITIALIZE WS-IF-ENTRY(IF-IDX)
                       MOVE TI-INTERFACE TO WS-IF-NAME(IF-IDX)
                       MOVE TI-DESTINATION TO WS-IF-DEST(IF-IDX)
                       MOVE 1 TO WS-IF-WINDOW(IF-IDX)
                       IF TI-WINDOW-DAYS IS NUMERIC
                           MOVE TI-WINDOW-DAYS TO WS-IF-WINDOW(IF-IDX)
                       END-IF
                       MOVE 'Y' TO WS-IF-ON-TABLE(IF-IDX)
                   END-IF
           END-READ.

       1100-LOAD-LEDGER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-LEDGER-FILE
           IF WS-TL-STATUS = '00' OR WS-TL-STATUS = '05'
               PERFORM 1110-READ-ONE-LEDGER UNTIL END-OF-INPUT
               CLOSE TX-LEDGER-FILE
           END-IF.

       1110-READ-ONE-LEDGER.
           READ TX-LEDGER-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-LG-COUNT < WS-LG-MAX
                       ADD 1 TO WS-LG-COUNT
                       SET LG-IDX TO WS-LG-COUNT
                       MOVE TX-LEDGER-RECORD TO WS-LG-REC(LG-IDX)
                   ELSE
                       SET WS-LG-FULL TO TRUE
                   END-IF
           END-READ.

      *>   The send is matched to the latest copy of the file
      *>   registered at or before it, whatever that copy's status:
      *>   reading the same log again finds the copy already SENT
      *>   and changes nothing, rather than wrongly sending an older
      *>   copy that was overwritten before it went.
       2000-APPLY-SENT-LOG.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-SENT-LOG-FILE
           IF WS-TS-STATUS = '00' OR WS-TS-STATUS = '05'
               PERFORM 2100-APPLY-ONE-SEND UNTIL END-OF-INPUT
               CLOSE TX-SENT-LOG-FILE
           END-IF.

       2100-APPLY-ONE-SEND.
           READ TX-SENT-LOG-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TS-FILE-NAME NOT = SPACES
                       AND TS-SENT-DATE IS NUMERIC
                       AND TS-SENT-TIME IS NUMERIC
                       PERFORM 2200-FIND-SENT-COPY
                   END-IF
           END-READ.

       2200-FIND-SENT-COPY.
           COMPUTE WS-SENT-STAMP = TS-SENT-DATE * 100000000
               + TS-SENT-TIME
           MOVE 0 TO WS-BEST-IDX WS-BEST-STAMP
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF WS-LG-FILE-NAME(LG-IDX) = TS-FILE-NAME
                   COMPUTE WS-THIS-STAMP =
                       WS-LG-CREATED-DATE(LG-IDX) * 100000000
                       + WS-LG-CREATED-TIME(LG-IDX)
                   IF WS-THIS-STAMP <= WS-SENT-STAMP
                       AND WS-THIS-STAMP >= WS-BEST-STAMP
                       MOVE WS-THIS-STAMP TO WS-BEST-STAMP
                       SET WS-BEST-IDX TO LG-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               ADD 1 TO WS-SENT-UNMATCHED
           ELSE
               SET LG-IDX TO WS-BEST-IDX
               IF WS-LG-STATUS(LG-IDX) = 'UNSENT'
                   MOVE 'SENT' TO WS-LG-STATUS(LG-IDX)
                   MOVE TS-SENT-DATE TO WS-LG-SENT-DATE(LG-IDX)
                   MOVE TS-SENT-TIME TO WS-LG-SENT-TIME(LG-IDX)
                   PERFORM 8000-FIND-INTERFACE
                   COMPUTE WS-LG-DEADLINE(LG-IDX) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(TS-SENT-DATE)
                           + WS-WINDOW-DAYS)
                   ADD 1 TO WS-SENT-MARKED
               END-IF
           END-IF.

      *>   A receipt quotes either the producer's own reference or
      *>   our ledger number.  It settles the latest transmission it
      *>   names that is not already RECEIVED; a MISMATCH settled by
      *>   a later, agreeing receipt (a corrected resend) becomes
      *>   RECEIVED.  The receiver's control value is compared only
      *>   when they give one.
       3000-APPLY-RECEIPTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TX-RECEIPT-FILE
           IF WS-TR-STATUS = '00' OR WS-TR-STATUS = '05'
               PERFORM 3100-APPLY-ONE-RECEIPT UNTIL END-OF-INPUT
               CLOSE TX-RECEIPT-FILE
           END-IF.

       3100-APPLY-ONE-RECEIPT.
           READ TX-RECEIPT-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TR-INTERFACE NOT = SPACES
                       AND TR-INTERFACE(1:1) NOT = '*'
                       PERFORM 3200-MATCH-RECEIPT THRU
                           3200-MATCH-RECEIPT-EXIT
                   END-IF
           END-READ.

       3200-MATCH-RECEIPT.
           MOVE 0 TO WS-BEST-IDX WS-DUP-IDX
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF WS-LG-INTERFACE(LG-IDX) = TR-INTERFACE
                   AND ((WS-LG-REFERENCE(LG-IDX) NOT = SPACES
                         AND WS-LG-REFERENCE(LG-IDX) = TR-REFERENCE)
                     OR (TR-REFERENCE(1:8) = WS-LG-ID-X(LG-IDX)
                         AND TR-REFERENCE(9:4) = SPACES))
                   IF WS-LG-STATUS(LG-IDX) = 'RECEIVED'
                       SET WS-DUP-IDX TO LG-IDX
                   ELSE
                       SET WS-BEST-IDX TO LG-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RL-OUR-CONTROL WS-RL-THEIR-CONTROL
           MOVE TR-INTERFACE TO WS-RL-INTERFACE
           MOVE TR-REFERENCE TO WS-RL-REFERENCE
           MOVE 0 TO WS-RL-OUR-RECORDS
           IF TR-RECORD-COUNT IS NUMERIC
               MOVE TR-RECORD-COUNT TO WS-RL-THEIR-RECORDS
           ELSE
               MOVE 0 TO WS-RL-THEIR-RECORDS
           END-IF
           MOVE TR-CONTROL TO WS-RL-THEIR-CONTROL
           IF WS-BEST-IDX = 0
               IF WS-DUP-IDX = 0
                   ADD 1 TO WS-RCPT-UNMATCHED
                   MOVE 'NOT ON LEDGER' TO WS-RL-LABEL
               ELSE
                   ADD 1 TO WS-RCPT-DUPLICATE
                   MOVE 'ALREADY RECEIVED' TO WS-RL-LABEL
                   SET LG-IDX TO WS-DUP-IDX
                   MOVE WS-LG-RECORDS(LG-IDX) TO WS-RL-OUR-RECORDS
                   MOVE WS-LG-CONTROL-X(LG-IDX) TO WS-RL-OUR-CONTROL
               END-IF
               WRITE TX-REPORT-RECORD FROM WS-RCPT-LINE
               GO TO 3200-MATCH-RECEIPT-EXIT
           END-IF
           SET LG-IDX TO WS-BEST-IDX
           MOVE WS-LG-RECORDS(LG-IDX) TO WS-RL-OUR-RECORDS
           MOVE WS-LG-CONTROL-X(LG-IDX) TO WS-RL-OUR-CONTROL
           IF TR-RECORD-COUNT IS NUMERIC
               AND TR-RECORD-COUNT = WS-LG-RECORDS(LG-IDX)
               AND (TR-CONTROL = SPACES OR TR-CONTROL = ZEROS
                    OR TR-CONTROL = WS-LG-CONTROL-X(LG-IDX))
               MOVE 'RECEIVED' TO WS-LG-STATUS(LG-IDX)
               ADD 1 TO WS-RCPT-RECEIVED
           ELSE
               MOVE 'MISMATCH' TO WS-LG-STATUS(LG-IDX)
               ADD 1 TO WS-RCPT-MISMATCH
               MOVE 'COUNT/CONTROL MISMATCH' TO WS-RL-LABEL
               WRITE TX-REPORT-RECORD FROM WS-RCPT-LINE
           END-IF
           IF TR-RECEIPT-DATE IS NUMERIC AND TR-RECEIPT-DATE > 0
               MOVE TR-RECEIPT-DATE TO WS-LG-RECEIPT-DATE(LG-IDX)
           ELSE
               MOVE WS-BIZ-DATE TO WS-LG-RECEIPT-DATE(LG-IDX)
           END-IF.
       3200-MATCH-RECEIPT-EXIT.
           EXIT.

       4000-REWRITE-LEDGER.
           IF WS-LG-COUNT = 0
               GO TO 4000-REWRITE-LEDGER-EXIT
           END-IF
           OPEN OUTPUT TX-LEDGER-FILE
           IF WS-TL-STATUS NOT = '00'
               DISPLAY 'TXMATCH: TXLEDGER NOT WRITABLE, STATUS '
                       WS-TL-STATUS ' -- SENDS AND RECEIPTS NOT KEPT'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-REWRITE-LEDGER-EXIT
           END-IF
           PERFORM 4100-KEEP-ONE-LINE
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LG-COUNT
           CLOSE TX-LEDGER-FILE.
       4000-REWRITE-LEDGER-EXIT.
           EXIT.

       4100-KEEP-ONE-LINE.
           IF WS-LG-STATUS(LG-IDX) = 'RECEIVED'
               AND WS-LG-RECEIPT-DATE(LG-IDX) < WS-KEEP-FROM
               ADD 1 TO WS-PRUNED
               MOVE 'DROPPED' TO WS-LG-STATUS(LG-IDX)
           ELSE
               WRITE TX-LEDGER-RECORD FROM WS-LG-REC(LG-IDX)
           END-IF.

       5000-CLASSIFY-ONE.
           PERFORM 5100-STATE-OF-ONE
           IF WS-LG-STATUS(LG-IDX) NOT = 'DROPPED'
               PERFORM 8000-FIND-INTERFACE
               ADD 1 TO WS-IF-ON-LEDGER(IF-IDX)
               EVALUATE TRUE
                   WHEN WS-STATE-UNSENT
                       ADD 1 TO WS-IF-UNSENT(IF-IDX) WS-TOT-UNSENT
                   WHEN WS-STATE-AWAITING
                       ADD 1 TO WS-IF-AWAITING(IF-IDX) WS-TOT-AWAITING
                   WHEN WS-STATE-OVERDUE
                       ADD 1 TO WS-IF-OVERDUE(IF-IDX) WS-TOT-OVERDUE
                   WHEN WS-STATE-MISMATCH
                       ADD 1 TO WS-IF-MISMATCH(IF-IDX) WS-TOT-MISMATCH
                   WHEN OTHER
                       ADD 1 TO WS-IF-RECEIVED(IF-IDX)
               END-EVALUATE
           END-IF.

      *>   Overdue is judged on the deadline alone: a file that never
      *>   went is as late as one that went and was never confirmed.
       5100-STATE-OF-ONE.
           EVALUATE TRUE
               WHEN WS-LG-STATUS(LG-IDX) = 'RECEIVED'
                   SET WS-STATE-RECEIVED TO TRUE
               WHEN WS-LG-STATUS(LG-IDX) = 'MISMATCH'
                   SET WS-STATE-MISMATCH TO TRUE
               WHEN WS-LG-DEADLINE(LG-IDX) < WS-BIZ-DATE
                   SET WS-STATE-OVERDUE TO TRUE
               WHEN WS-LG-STATUS(LG-IDX) = 'SENT'
                   SET WS-STATE-AWAITING TO TRUE
               WHEN OTHER
                   SET WS-STATE-UNSENT TO TRUE
           END-EVALUATE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'INTERFACE DEST      DAYS  ON LEDGER  UNSENT  AWAITING  OVERDUE  MISMATCH  RECEIVED'
               TO WS-REPORT-LINE
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 6100-WRITE-ONE-INTERFACE
               VARYING IF-IDX FROM 1 BY 1
               UNTIL IF-IDX > WS-IF-COUNT
           IF WS-IF-COUNT = 0
               MOVE '  NO INTERFACES' TO WS-REPORT-LINE
               WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       6100-WRITE-ONE-INTERFACE.
           MOVE WS-IF-NAME(IF-IDX) TO WS-SM-INTERFACE
           MOVE WS-IF-DEST(IF-IDX) TO WS-SM-DEST
           MOVE WS-IF-WINDOW(IF-IDX) TO WS-SM-WINDOW
           MOVE WS-IF-ON-LEDGER(IF-IDX) TO WS-SM-ON-LEDGER
           MOVE WS-IF-UNSENT(IF-IDX) TO WS-SM-UNSENT
           MOVE WS-IF-AWAITING(IF-IDX) TO WS-SM-AWAITING
           MOVE WS-IF-OVERDUE(IF-IDX) TO WS-SM-OVERDUE
           MOVE WS-IF-MISMATCH(IF-IDX) TO WS-SM-MISMATCH
           MOVE WS-IF-RECEIVED(IF-IDX) TO WS-SM-RECEIVED
           IF WS-IF-ON-TABLE(IF-IDX) = 'Y'
               MOVE SPACES TO WS-SM-NOTE
           ELSE
               MOVE 'NOT ON TXIFACE' TO WS-SM-NOTE
           END-IF
           WRITE TX-REPORT-RECORD FROM WS-SUMMARY-LINE.

       7000-WRITE-SECTION.
           MOVE SPACES TO TX-REPORT-RECORD
           WRITE TX-REPORT-RECORD
           WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM 7100-LIST-ONE
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LG-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE TX-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       7100-LIST-ONE.
           IF WS-LG-STATUS(LG-IDX) NOT = 'DROPPED'
               PERFORM 5100-STATE-OF-ONE
               IF WS-LG-STATE = WS-SECTION-STATE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-LG-ID(LG-IDX) TO WS-DL-ID
                   MOVE WS-LG-INTERFACE(LG-IDX) TO WS-DL-INTERFACE
                   MOVE WS-LG-DEST(LG-IDX) TO WS-DL-DEST
                   MOVE WS-LG-REFERENCE(LG-IDX) TO WS-DL-REFERENCE
                   MOVE WS-LG-FILE-NAME(LG-IDX) TO WS-DL-FILE-NAME
                   MOVE WS-LG-RECORDS(LG-IDX) TO WS-DL-RECORDS
                   MOVE WS-LG-CONTROL(LG-IDX) TO WS-DL-CONTROL
                   MOVE WS-LG-CREATED-DATE(LG-IDX) TO WS-DL-CREATED
                   IF WS-LG-SENT-DATE(LG-IDX) = 0
                       MOVE 'NOT SENT' TO WS-DL-SENT
                   ELSE
                       MOVE WS-LG-SENT-DATE(LG-IDX) TO WS-DL-SENT
                   END-IF
                   MOVE WS-LG-DEADLINE(LG-IDX) TO WS-DL-DEADLINE
                   WRITE TX-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *>   Positions IF-IDX on the ledger line's interface, adding an
      *>   interface TXIFACE does not name so it is still reported;
      *>   WS-WINDOW-DAYS is its receipt window.
       8000-FIND-INTERFACE.
           MOVE 'N' TO WS-IF-FOUND-SW
           PERFORM VARYING IF-IDX FROM 1 BY 1
                   UNTIL IF-IDX > WS-IF-COUNT OR WS-IF-FOUND
               IF WS-IF-NAME(IF-IDX) = WS-LG-INTERFACE(LG-IDX)
                   SET WS-IF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-IF-FOUND
               SET IF-IDX DOWN BY 1
           ELSE
               IF WS-IF-COUNT < 100
                   ADD 1 TO WS-IF-COUNT
                   SET IF-IDX TO WS-IF-COUNT
                   INITIALIZE WS-IF-ENTRY(IF-IDX)
                   MOVE WS-LG-INTERFACE(LG-IDX) TO WS-IF-NAME(IF-IDX)
                   MOVE WS-LG-DEST(LG-IDX) TO WS-IF-DEST(IF-IDX)
                   MOVE 1 TO WS-IF-WINDOW(IF-IDX)
                   MOVE 'N' TO WS-IF-ON-TABLE(IF-IDX)
               ELSE
                   SET IF-IDX TO WS-IF-COUNT
               END-IF
           END-IF
           MOVE WS-IF-WINDOW(IF-IDX) TO WS-WINDOW-DAYS.

       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
