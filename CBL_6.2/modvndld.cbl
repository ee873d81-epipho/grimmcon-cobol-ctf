       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Loads the keyed MODTRANS vendor
      *>               master (MODVEND) from the MODVNDIN text file,
      *>               one vendor per record: vendor ID, status
      *>               (A active / I inactive), name, and up to ten
      *>               TR-SCHEME codes the vendor is allowed to send
      *>               (blank TR-SCHEME, the plain mod-N check, is
      *>               always allowed).  MOD validates the vendor
      *>               named on every batch header against it.  An
      *>               existing vendor is replaced in place, the same
      *>               edit-and-reload as the MODSCHEM catalog.
      *>   2026-10-15  Each vendor now also carries an expected-
      *>               submission schedule: seven Y/N day flags, Monday
      *>               through Sunday (the EXPCHECK convention; all
      *>               blank means no schedule), and a grace period in
      *>               days, placed ahead of the scheme list on
      *>               MODVNDIN.  MODLATE checks MODACKRG against it
      *>               nightly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODVNDLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-LIST-FILE ASSIGN TO "MODVNDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "MODVEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-VENDOR-ID
               FILE STATUS IS WS-IX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-LIST-FILE.
       01  VENDOR-LIST-RECORD.
           05 VL-VENDOR-ID          PIC X(8).
           05 FILLER                PIC X.
           05 VL-ACTIVE-FLAG        PIC X(1).
           05 FILLER                PIC X.
           05 VL-VENDOR-NAME        PIC X(30).
           05 FILLER                PIC X.
           05 VL-DAY-FLAGS          PIC X(7).
           05 FILLER                PIC X.
           05 VL-GRACE-DAYS         PIC X(2).
           05 FILLER                PIC X.
           05 VL-SCHEME-LIST.
              10 VL-SCHEME-ENTRY OCCURS 10 TIMES.
                 15 VL-SCHEME       PIC X(4).
                 15 FILLER          PIC X.

       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05 MV-VENDOR-ID           PIC X(8).
           05 MV-VENDOR-NAME         PIC X(30).
           05 MV-ACTIVE-FLAG         PIC X(1).
           05 MV-SCHEME-TABLE.
              10 MV-SCHEME           PIC X(4) OCCURS 10 TIMES.
           05 MV-DAY-FLAGS           PIC X(7).
           05 MV-GRACE-DAYS          PIC 9(2).

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           01 WS-IX-STATUS          PIC X(2).
           01 WS-VL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-VENDORS     VALUE 'Y'.
           01 WS-SCHEME-IDX         PIC 9(2).
           01 WS-READ-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOADED-COUNT       PIC 9(4) VALUE 0.
           01 WS-REPLACED-COUNT     PIC 9(4) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'MODVNDLD' TO WS-FS-PROGRAM-ID
           OPEN INPUT VENDOR-LIST-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'MODVNDIN' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           OPEN I-O VENDOR-MASTER-FILE
           IF WS-IX-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER-FILE
           END-IF
           IF WS-IX-STATUS NOT = '00'
               MOVE WS-IX-STATUS TO WS-FS-STATUS
               MOVE 'OPEN I-O' TO WS-FS-OPERATION
               MOVE 'MODVEND' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 1000-LOAD-ONE-VENDOR UNTIL END-OF-VENDORS
           CLOSE VENDOR-LIST-FILE
           CLOSE VENDOR-MASTER-FILE
           DISPLAY 'MODVNDLD READ: ' WS-READ-COUNT
                   '  LOADED: ' WS-LOADED-COUNT
                   '  REPLACED: ' WS-REPLACED-COUNT
                   '  REJECTED: ' WS-REJECTED-COUNT
           GOBACK.

       1000-LOAD-ONE-VENDOR.
           READ VENDOR-LIST-FILE
               AT END SET END-OF-VENDORS TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 1100-VALIDATE-AND-WRITE
           END-READ.

       1100-VALIDATE-AND-WRITE.
           IF VL-VENDOR-ID = SPACES
               OR (VL-ACTIVE-FLAG NOT = 'A' AND VL-ACTIVE-FLAG NOT = 'I')
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'MODVNDLD REJECTED: ' VENDOR-LIST-RECORD(1:12)
           ELSE
               MOVE VL-VENDOR-ID TO MV-VENDOR-ID
               MOVE VL-VENDOR-NAME TO MV-VENDOR-NAME
               MOVE VL-ACTIVE-FLAG TO MV-ACTIVE-FLAG
               MOVE VL-DAY-FLAGS TO MV-DAY-FLAGS
               IF VL-GRACE-DAYS IS NUMERIC
                   MOVE VL-GRACE-DAYS TO MV-GRACE-DAYS
               ELSE
                   MOVE 0 TO MV-GRACE-DAYS
               END-IF
               PERFORM VARYING WS-SCHEME-IDX FROM 1 BY 1
                       UNTIL WS-SCHEME-IDX > 10
                   MOVE VL-SCHEME(WS-SCHEME-IDX)
                       TO MV-SCHEME(WS-SCHEME-IDX)
               END-PERFORM
               WRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       REWRITE VENDOR-MASTER-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.

       COPY FILESTPA.
