       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Regenerates the keyed current-
      *>               heartbeat status file (HBSTATUS) from MARCOLOG
      *>               when it is lost or suspect.  MARCOLOG is read
      *>               once, front to back, through the shared parse
      *>               paragraph, and every heartbeat is folded into
      *>               its site's record by the same paragraph MARCO
      *>               and LOGNPROB post with, so the rebuilt file
      *>               says what the live one would have said.  The
      *>               file is then created afresh, loaded, and read
      *>               back and counted -- a rebuild that does not
      *>               verify is not a rebuild.  Run it between MARCOSCH
      *>               cycles; a heartbeat posted while it runs is
      *>               overwritten.  The consecutive-miss count can
      *>               only be as long as the MARCOLOG housekeeping has
      *>               left on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBREBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEARTBEAT-LOG-FILE ASSIGN TO "MARCOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.
           COPY HBSTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  HEARTBEAT-LOG-FILE.
       01  HEARTBEAT-LOG-RECORD     PIC X(60).

       COPY HBSTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY HBLOGWS.
           COPY HBSTWS.
           01 WS-HB-STATUS          PIC X(2).
           01 WS-HB-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-HEARTBEATS  VALUE 'Y'.
           01 WS-HS-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-STATUS      VALUE 'Y'.
           01 WS-HB-READ-COUNT      PIC 9(8) VALUE 0.
           01 WS-HB-SKIP-COUNT      PIC 9(8) VALUE 0.
           01 WS-LOAD-COUNT         PIC 9(4) VALUE 0.
           01 WS-VERIFY-COUNT       PIC 9(4) VALUE 0.
           01 WS-SITE-KEY           PIC X(8).
           01 WS-HIT-IX             PIC 9(4).
           01 WS-SS-COUNT           PIC 9(4) VALUE 0.
           01 WS-SS-TABLE.
              05 WS-SS-ENTRY OCCURS 200 TIMES INDEXED BY SS-IDX.
                 10 WS-SS-SITE          PIC X(8).
                 10 WS-SS-LAST-DATE     PIC 9(8).
                 10 WS-SS-LAST-TIME     PIC 9(8).
                 10 WS-SS-OUTCOME       PIC X(3).
                 10 WS-SS-ELAPSED-CS    PIC 9(8).
                 10 WS-SS-CONSEC-MISSES PIC 9(6).
                 10 WS-SS-LAST-GOOD-DATE PIC 9(8).
                 10 WS-SS-LAST-GOOD-TIME PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'HBREBLD' TO WS-FS-PROGRAM-ID
           OPEN INPUT HEARTBEAT-LOG-FILE
           IF WS-HB-STATUS NOT = '00'
               DISPLAY 'HBREBLD: NO MARCOLOG ON FILE -- STATUS FILE '
                       'NOT REBUILT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-FOLD-ONE-HEARTBEAT UNTIL END-OF-HEARTBEATS
           CLOSE HEARTBEAT-LOG-FILE

           PERFORM 2000-LOAD-STATUS-FILE
           PERFORM 3000-VERIFY-STATUS-FILE
           DISPLAY 'HBREBLD: HEARTBEATS READ ' WS-HB-READ-COUNT
                   '  SITES LOADED ' WS-LOAD-COUNT
                   '  VERIFIED ' WS-VERIFY-COUNT
           IF WS-VERIFY-COUNT NOT = WS-LOAD-COUNT
               DISPLAY 'HBREBLD: VERIFY COUNT DOES NOT MATCH LOAD'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HB-SKIP-COUNT > 0
                   DISPLAY 'HBREBLD: MORE THAN 200 SITES -- '
                           WS-HB-SKIP-COUNT ' HEARTBEATS NOT FOLDED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       1000-FOLD-ONE-HEARTBEAT.
           READ HEARTBEAT-LOG-FILE
               AT END SET END-OF-HEARTBEATS TO TRUE
               NOT AT END
                   ADD 1 TO WS-HB-READ-COUNT
                   MOVE HEARTBEAT-LOG-RECORD TO WS-HB-RAW
                   PERFORM 8700-PARSE-HEARTBEAT THRU
                       8700-PARSE-HEARTBEAT-EXIT
                   PERFORM 1100-FIND-SITE
                   IF WS-HIT-IX = 0
                       ADD 1 TO WS-HB-SKIP-COUNT
                   ELSE
                       MOVE WS-SS-ENTRY(WS-HIT-IX) TO HB-STATUS-RECORD
                       PERFORM 8715-FOLD-HEARTBEAT
                       MOVE HB-STATUS-RECORD TO WS-SS-ENTRY(WS-HIT-IX)
                   END-IF
           END-READ.

       1100-FIND-SITE.
           IF WS-HB-SITE = SPACES
               MOVE 'DEFAULT' TO WS-SITE-KEY
           ELSE
               MOVE WS-HB-SITE TO WS-SITE-KEY
           END-IF
           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SS-COUNT OR WS-HIT-IX > 0
               IF WS-SS-SITE(SS-IDX) = WS-SITE-KEY
                   SET WS-HIT-IX TO SS-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IX = 0 AND WS-SS-COUNT < 200
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-HIT-IX
               MOVE WS-SITE-KEY TO WS-SS-SITE(WS-HIT-IX)
               MOVE 0 TO WS-SS-LAST-DATE(WS-HIT-IX)
                         WS-SS-LAST-TIME(WS-HIT-IX)
                         WS-SS-ELAPSED-CS(WS-HIT-IX)
                         WS-SS-CONSEC-MISSES(WS-HIT-IX)
                         WS-SS-LAST-GOOD-DATE(WS-HIT-IX)
                         WS-SS-LAST-GOOD-TIME(WS-HIT-IX)
               MOVE SPACES TO WS-SS-OUTCOME(WS-HIT-IX)
           END-IF.

       2000-LOAD-STATUS-FILE.
           OPEN OUTPUT HB-STATUS-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'HBSTATUS' TO WS-FS-FILE-NAME
           MOVE WS-HS-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2100-LOAD-ONE-SITE
               VARYING SS-IDX FROM 1 BY 1
               UNTIL SS-IDX > WS-SS-COUNT
           CLOSE HB-STATUS-FILE.

       2100-LOAD-ONE-SITE.
           MOVE WS-SS-ENTRY(SS-IDX) TO HB-STATUS-RECORD
           WRITE HB-STATUS-RECORD
               INVALID KEY
                   DISPLAY 'HBREBLD: DUPLICATE SITE ' HS-SITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       3000-VERIFY-STATUS-FILE.
           OPEN INPUT HB-STATUS-FILE
           IF WS-HS-STATUS = '00'
               PERFORM 3100-COUNT-ONE-SITE UNTIL END-OF-STATUS
               CLOSE HB-STATUS-FILE
           END-IF.

       3100-COUNT-ONE-SITE.
           READ HB-STATUS-FILE NEXT RECORD
               AT END SET END-OF-STATUS TO TRUE
               NOT AT END ADD 1 TO WS-VERIFY-COUNT
           END-READ.

       COPY HBLOGPA.
       COPY HBSTPA.
       COPY FILESTPA.
