       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Point-in-time roll-forward
      *>               recovery for CREDFILE.  IDXREST only gets the
      *>               master back to the last IDXBACK backup, losing
      *>               every change made since.  The operator names
      *>               the point to recover to (date and time); this
      *>               utility finds the latest CREDBKyyyymmdd.BKP
      *>               backup on or before that date (looking back
      *>               up to 31 days), reloads CREDFILE from it, and
      *>               then replays the CREDJRNL change journal --
      *>               the after-images written by CREDMNT, APPROVE's
      *>               approved deletes, the CREDLOAD bulk load, and
      *>               the VENDFEED suspensions -- in time order up to
      *>               and including the recovery point.  Journal
      *>               entries from the backup's own date onward are
      *>               replayed (a backup taken part-way through the
      *>               day already holds some of them, and replaying
      *>               a whole after-image again is harmless).  Every
      *>               replayed entry is listed on CREDRFRP as applied
      *>               or skipped with the reason, so a recovery to
      *>               just before a bad load can be checked line by
      *>               line.  Runs under the system-wide run lock and
      *>               refuses while another run holds it; the
      *>               CREDFILE seal is refreshed afterwards.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-USERID
               FILE STATUS IS WS-IX-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "CREDRFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY CRJRFC.
           COPY RLCKFC.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-FILE.
       COPY CREDREC.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(80).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD   PIC X(132).

       COPY CRJRFD.
       COPY RLCKFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY CRJRWS.
           COPY RLCKWS.
           01 WS-IX-STATUS          PIC X(2).
           01 WS-BK-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-POINT-DATE         PIC 9(8).
           01 WS-POINT-TIME         PIC 9(6).
           01 WS-POINT-STAMP        PIC 9(14).
           01 WS-ENTRY-STAMP        PIC 9(14).
           01 WS-POINT-INT          PIC 9(8).
           01 WS-LOOKBACK           PIC 9(2).
           01 WS-BACKUP-DATE        PIC 9(8) VALUE 0.
           01 WS-BACKUP-NAME        PIC X(20).
           01 WS-BACKUP-SW          PIC X VALUE 'N'.
              88 WS-BACKUP-FOUND    VALUE 'Y'.
           01 WS-BK-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-BACKUP      VALUE 'Y'.
           01 WS-CJ-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-JOURNAL     VALUE 'Y'.
           01 WS-IX-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-MASTER      VALUE 'Y'.
           01 WS-LOAD-COUNT         PIC 9(8) VALUE 0.
           01 WS-VERIFY-COUNT       PIC 9(8) VALUE 0.
           01 WS-PRIOR-COUNT        PIC 9(8) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(8) VALUE 0.
           01 WS-SKIPPED-COUNT      PIC 9(8) VALUE 0.
           01 WS-AFTER-COUNT        PIC 9(8) VALUE 0.
           01 WS-RESULT             PIC X(40).
           01 WS-ACTION-TEXT        PIC X(6).
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-DETAIL-LINE.
              05 WS-DL-DATE         PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-DL-TIME         PIC 9(6).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-DL-PROGRAM      PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-DL-ACTION       PIC X(6).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-DL-USERID       PIC X(20).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-DL-RESULT       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CREDRFWD' TO WS-FS-PROGRAM-ID
           DISPLAY 'CREDFILE POINT-IN-TIME RECOVERY'
           DISPLAY 'Recover to date (YYYYMMDD)? '
           ACCEPT WS-POINT-DATE
           DISPLAY 'Recover to time (HHMMSS, changes at or before '
                   'this time are kept)? '
           ACCEPT WS-POINT-TIME
           IF WS-POINT-DATE IS NOT NUMERIC OR WS-POINT-DATE = 0
               OR WS-POINT-TIME IS NOT NUMERIC
               OR WS-POINT-TIME > 235959
               DISPLAY 'INVALID RECOVERY POINT: ' WS-POINT-DATE ' '
                       WS-POINT-TIME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-POINT-STAMP =
               WS-POINT-DATE * 1000000 + WS-POINT-TIME

           PERFORM 1000-FIND-BACKUP
           IF NOT WS-BACKUP-FOUND
               DISPLAY 'NO CREDBK BACKUP IN THE 31 DAYS TO '
                       WS-POINT-DATE ' -- NOTHING RESTORED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'CREDRFWD' TO WS-RL-HOLDER
           MOVE 'N' TO WS-RL-AUTO-SEIZE
           PERFORM 9600-ACQUIRE-RUN-LOCK THRU
               9600-ACQUIRE-RUN-LOCK-EXIT
           IF NOT WS-RUN-LOCK-HELD
               CLOSE BACKUP-FILE
               DISPLAY 'RUN LOCK HELD BY ' WS-RL-OTHER-HOLDER
                       ' -- NOTHING RESTORED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CREDRFRP' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CREDFILE ROLL-FORWARD RECOVERY -- POINT '
                      DELIMITED BY SIZE
                  WS-POINT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-POINT-TIME DELIMITED BY SIZE
                  '   BACKUP ' DELIMITED BY SIZE
                  WS-BACKUP-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 2000-RELOAD-CREDFILE
           CLOSE BACKUP-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS RESTORED FROM BACKUP: ' DELIMITED BY SIZE
                  WS-LOAD-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'DATE     TIME    PROGRAM   ACTION  USERID'
               TO WS-REPORT-LINE
           MOVE 'RESULT' TO WS-REPORT-LINE(59:)
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 3000-ROLL-FORWARD
           PERFORM 4000-VERIFY-CREDFILE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '   SKIPPED: ' DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  '   AFTER RECOVERY POINT: ' DELIMITED BY SIZE
                  WS-AFTER-COUNT DELIMITED BY SIZE
                  '   BEFORE BACKUP DATE (NOT REPLAYED): '
                      DELIMITED BY SIZE
                  WS-PRIOR-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CREDFILE RECORDS AFTER RECOVERY: ' DELIMITED BY SIZE
                  WS-VERIFY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE RECOVERY-REPORT-FILE

           MOVE 'CREDFILE' TO WS-SEAL-FILE-ID
           MOVE 'R' TO WS-SEAL-FUNCTION
           CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
               WS-SEAL-FUNCTION, WS-SEAL-RESULT
           PERFORM 9650-RELEASE-RUN-LOCK THRU
               9650-RELEASE-RUN-LOCK-EXIT
           DISPLAY 'CREDRFWD RESTORED ' WS-LOAD-COUNT ' FROM '
                   WS-BACKUP-NAME
           DISPLAY 'CREDRFWD APPLIED: ' WS-APPLIED-COUNT
                   '  SKIPPED: ' WS-SKIPPED-COUNT
                   '  AFTER POINT: ' WS-AFTER-COUNT
                   '  NOW ON FILE: ' WS-VERIFY-COUNT
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>   Latest backup on or before the recovery date; the backup
      *>   file is left open for the reload.
       1000-FIND-BACKUP.
           COMPUTE WS-POINT-INT =
               FUNCTION INTEGER-OF-DATE(WS-POINT-DATE)
           PERFORM 1100-TRY-ONE-BACKUP
               VARYING WS-LOOKBACK FROM 0 BY 1
               UNTIL WS-LOOKBACK > 31 OR WS-BACKUP-FOUND.

       1100-TRY-ONE-BACKUP.
           COMPUTE WS-BACKUP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-POINT-INT - WS-LOOKBACK)
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'CREDBK' DELIMITED BY SIZE
                  WS-BACKUP-DATE DELIMITED BY SIZE
                  '.BKP' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           END-STRING
           OPEN INPUT BACKUP-FILE
           IF WS-BK-STATUS = '00'
               SET WS-BACKUP-FOUND TO TRUE
           END-IF.

       2000-RELOAD-CREDFILE.
           OPEN OUTPUT CREDENTIAL-FILE
           IF WS-IX-STATUS NOT = '00'
               MOVE WS-IX-STATUS TO WS-FS-STATUS
               MOVE 'OPEN OUTPUT' TO WS-FS-OPERATION
               MOVE 'CREDFILE' TO WS-FS-FILE-NAME
               PERFORM 9650-RELEASE-RUN-LOCK THRU
                   9650-RELEASE-RUN-LOCK-EXIT
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-CRED UNTIL END-OF-BACKUP
           CLOSE CREDENTIAL-FILE.

       2100-LOAD-ONE-CRED.
           READ BACKUP-FILE
               AT END SET END-OF-BACKUP TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO CREDENTIAL-RECORD
                   WRITE CREDENTIAL-RECORD
                       INVALID KEY
                           DISPLAY 'DUPLICATE KEY SKIPPED: '
                                   CR-USERID
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
           END-READ.

      *>   The journal is appended in time order, so it is replayed
      *>   front to back; an entry past the recovery point is listed
      *>   and not applied.
       3000-ROLL-FORWARD.
           OPEN I-O CREDENTIAL-FILE
           OPEN INPUT CRED-JOURNAL-FILE
           IF WS-CJ-STATUS NOT = '00'
               MOVE 'NO CREDJRNL CHANGE JOURNAL -- BACKUP ONLY'
                   TO WS-REPORT-LINE
               WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 3100-REPLAY-ONE-ENTRY UNTIL END-OF-JOURNAL
               CLOSE CRED-JOURNAL-FILE
           END-IF
           CLOSE CREDENTIAL-FILE.

       3100-REPLAY-ONE-ENTRY.
           READ CRED-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   IF CJ-DATE IS NUMERIC
                       AND CJ-DATE < WS-BACKUP-DATE
                       ADD 1 TO WS-PRIOR-COUNT
                   ELSE
                       PERFORM 3200-APPLY-ENTRY
                       PERFORM 3900-WRITE-DETAIL
                   END-IF
           END-READ.

       3200-APPLY-ENTRY.
           EVALUATE CJ-ACTION
               WHEN 'A' MOVE 'ADD' TO WS-ACTION-TEXT
               WHEN 'C' MOVE 'CHANGE' TO WS-ACTION-TEXT
               WHEN 'D' MOVE 'DELETE' TO WS-ACTION-TEXT
               WHEN OTHER MOVE CJ-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           IF CJ-DATE IS NOT NUMERIC OR CJ-TIME IS NOT NUMERIC
               OR CJ-USERID = SPACES
               MOVE 'SKIPPED -- MALFORMED JOURNAL ENTRY' TO WS-RESULT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               COMPUTE WS-ENTRY-STAMP =
                   CJ-DATE * 1000000 + CJ-HHMMSS
               IF WS-ENTRY-STAMP > WS-POINT-STAMP
                   MOVE 'NOT APPLIED -- AFTER RECOVERY POINT'
                       TO WS-RESULT
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   PERFORM 3300-APPLY-TO-MASTER
               END-IF
           END-IF.

      *>   An add or change is the record as it stood afterwards, so
      *>   either is written whole whether or not the key is already
      *>   on file; a delete of a key no longer there is skipped.
       3300-APPLY-TO-MASTER.
           EVALUATE CJ-ACTION
               WHEN 'A'
               WHEN 'C'
                   MOVE CJ-IMAGE TO CREDENTIAL-RECORD
                   MOVE 'APPLIED' TO WS-RESULT
                   WRITE CREDENTIAL-RECORD
                       INVALID KEY
                           REWRITE CREDENTIAL-RECORD
                               INVALID KEY
                                   MOVE 'SKIPPED -- REWRITE FAILED'
                                       TO WS-RESULT
                           END-REWRITE
                   END-WRITE
               WHEN 'D'
                   MOVE CJ-USERID TO CR-USERID
                   MOVE 'APPLIED' TO WS-RESULT
                   DELETE CREDENTIAL-FILE
                       INVALID KEY
                           MOVE 'SKIPPED -- USERID NOT ON FILE'
                               TO WS-RESULT
                   END-DELETE
               WHEN OTHER
                   MOVE 'SKIPPED -- UNKNOWN ACTION' TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = 'APPLIED'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       3900-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           IF CJ-DATE IS NUMERIC
               MOVE CJ-DATE TO WS-DL-DATE
           ELSE
               MOVE 0 TO WS-DL-DATE
           END-IF
           IF CJ-TIME IS NUMERIC
               MOVE CJ-HHMMSS TO WS-DL-TIME
           ELSE
               MOVE 0 TO WS-DL-TIME
           END-IF
           MOVE CJ-PROGRAM TO WS-DL-PROGRAM
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION
           MOVE CJ-USERID TO WS-DL-USERID
           MOVE WS-RESULT TO WS-DL-RESULT
           WRITE RECOVERY-REPORT-RECORD FROM WS-DETAIL-LINE.

       4000-VERIFY-CREDFILE.
           MOVE 'N' TO WS-IX-EOF-SW
           OPEN INPUT CREDENTIAL-FILE
           IF WS-IX-STATUS = '00'
               PERFORM 4100-COUNT-ONE-CRED UNTIL END-OF-MASTER
               CLOSE CREDENTIAL-FILE
           END-IF.

       4100-COUNT-ONE-CRED.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
               NOT AT END ADD 1 TO WS-VERIFY-COUNT
           END-READ.

       COPY RLCKPA.
       COPY FILESTPA.
