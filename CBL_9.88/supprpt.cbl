       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Monthly false-positive suppression
      *>               report.  A suppression keeps known-benign
      *>               findings, alerts, and exceptions out of the
      *>               daily views, which is exactly why nobody sees
      *>               one quietly outlive its reason.  For every line
      *>               on SUPPREG this lists what it matches, who
      *>               approved it and when, why, its expiry and
      *>               state, and how often it fired (SUPPHIT) in the
      *>               month reported and in all; a suppression that
      *>               never fired is flagged, and the ones lapsing
      *>               within the warning window (central parameter
      *>               SUPPRPT/WARN-DAYS, default 30) are listed again
      *>               at the end so they are renewed or let go on
      *>               purpose.  Run on the first of the month, it
      *>               reports the month just ended.  Written to
      *>               SUPPRP; RC 4 when any suppression is about to
      *>               lapse or can never apply (no expiry date or no
      *>               criteria).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-REPORT-FILE ASSIGN TO "SUPPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY SUPRFC.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-REPORT-FILE.
       01  SUPP-REPORT-RECORD       PIC X(132).

       COPY SUPRFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SUPRWS.
           COPY PARMWS.
           01 WS-RP-STATUS          PIC X(2).
           01 WS-HIT-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-HITS        VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-PARTS REDEFINES WS-RUN-DATE.
              05 WS-RUN-YYYY        PIC 9(4).
              05 WS-RUN-MM          PIC 9(2).
              05 WS-RUN-DD          PIC 9(2).
           01 WS-RUN-INT            PIC 9(8).
           01 WS-REPORT-MONTH.
              05 WS-RM-YYYY         PIC 9(4).
              05 WS-RM-MM           PIC 9(2).
           01 WS-WARN-DAYS          PIC 9(3) VALUE 30.
           01 WS-WARN-DATE          PIC 9(8).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-MONTH-HIT-TOTAL    PIC 9(8) VALUE 0.
           01 WS-ORPHAN-HIT-COUNT   PIC 9(8) VALUE 0.
           01 WS-LAPSED-COUNT       PIC 9(3) VALUE 0.
           01 WS-UNUSABLE-COUNT     PIC 9(3) VALUE 0.
           01 WS-EXPIRING-COUNT     PIC 9(3) VALUE 0.
           01 WS-IDLE-COUNT         PIC 9(3) VALUE 0.
      *>   Hits over the life of the hit log, beside the month's
      *>   hits held in the shared table.
           01 WS-ALL-HITS-TABLE.
              05 WS-ALL-HITS        PIC 9(8) OCCURS 200 TIMES.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SUPP-LINE.
              05 WS-SL-ID           PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-STATE        PIC X(11).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-EXPIRES      PIC 9(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-APPROVED-BY  PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SL-APPROVED-ON  PIC 9(8).
              05 FILLER             PIC X(13) VALUE '  HITS MONTH '.
              05 WS-SL-MONTH-HITS   PIC Z(7)9.
              05 FILLER             PIC X(7) VALUE '   ALL '.
              05 WS-SL-ALL-HITS     PIC Z(7)9.
           01 WS-CRITERIA-LINE.
              05 FILLER             PIC X(10) VALUE '    MATCH '.
              05 FILLER             PIC X(4) VALUE 'PGM '.
              05 WS-CR-PROGRAM      PIC X(8).
              05 FILLER             PIC X(6) VALUE ' SITE '.
              05 WS-CR-SITE         PIC X(8).
              05 FILLER             PIC X(6) VALUE ' USER '.
              05 WS-CR-USERID       PIC X(20).
              05 FILLER             PIC X(6) VALUE ' CODE '.
              05 WS-CR-RESP-CODE    PIC X(3).
              05 FILLER             PIC X(6) VALUE ' TEXT '.
              05 WS-CR-TEXT         PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'SUPPRPT' TO WS-FS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-YYYY TO WS-RM-YYYY
           MOVE WS-RUN-MM TO WS-RM-MM
           IF WS-RUN-MM = 1
               SUBTRACT 1 FROM WS-RM-YYYY
               MOVE 12 TO WS-RM-MM
           ELSE
               SUBTRACT 1 FROM WS-RM-MM
           END-IF
           MOVE 'SUPPRPT' TO WS-PM-PROGRAM-ID
           MOVE 'WARN-DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-WARN-DAYS
           END-IF
           COMPUTE WS-WARN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-WARN-DAYS)
           INITIALIZE WS-ALL-HITS-TABLE

           OPEN OUTPUT SUPP-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SUPPRP' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FALSE-POSITIVE SUPPRESSIONS -- MONTH ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' -- RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 8771-LOAD-SUPPRESSIONS THRU
               8771-LOAD-SUPPRESSIONS-EXIT
           IF WS-XS-COUNT = 0
               MOVE 'NO SUPPRESSIONS ON THE REGISTER' TO WS-REPORT-LINE
               WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE SUPP-REPORT-FILE
               DISPLAY 'SUPPRPT: NO SUPPRESSIONS ON THE REGISTER'
               GOBACK
           END-IF

           MOVE 'N' TO WS-HIT-EOF-SW
           OPEN INPUT SUPPRESSION-HIT-FILE
           IF WS-XS-HIT-STATUS = '00'
               PERFORM 2000-TALLY-ONE-HIT UNTIL END-OF-HITS
               CLOSE SUPPRESSION-HIT-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'ID        STATE       EXPIRES   APPROVED BY / ON'
               TO WS-REPORT-LINE
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 3000-REPORT-ONE-SUPPRESSION
               VARYING XS-IDX FROM 1 BY 1
               UNTIL XS-IDX > WS-XS-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LAPSING BY ' DELIMITED BY SIZE
                  WS-WARN-DATE DELIMITED BY SIZE
                  ' (WITHIN ' DELIMITED BY SIZE
                  WS-WARN-DAYS DELIMITED BY SIZE
                  ' DAYS):' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 4000-LIST-ONE-EXPIRING
               VARYING XS-IDX FROM 1 BY 1
               UNTIL XS-IDX > WS-XS-COUNT
           IF WS-EXPIRING-COUNT = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUPPRESSIONS: ' DELIMITED BY SIZE
                  WS-XS-COUNT DELIMITED BY SIZE
                  '  IN FORCE: ' DELIMITED BY SIZE
                  WS-XS-ACTIVE-COUNT DELIMITED BY SIZE
                  '  LAPSING: ' DELIMITED BY SIZE
                  WS-EXPIRING-COUNT DELIMITED BY SIZE
                  '  LAPSED: ' DELIMITED BY SIZE
                  WS-LAPSED-COUNT DELIMITED BY SIZE
                  '  NEVER APPLIED: ' DELIMITED BY SIZE
                  WS-UNUSABLE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HITS IN MONTH: ' DELIMITED BY SIZE
                  WS-MONTH-HIT-TOTAL DELIMITED BY SIZE
                  '  IN FORCE BUT NOT FIRED IN MONTH: ' DELIMITED BY SIZE
                  WS-IDLE-COUNT DELIMITED BY SIZE
                  '  HITS FOR IDS NOT ON REGISTER: ' DELIMITED BY SIZE
                  WS-ORPHAN-HIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE SUPP-REPORT-FILE
           DISPLAY 'SUPPRPT: ' WS-XS-ACTIVE-COUNT ' IN FORCE, '
                   WS-EXPIRING-COUNT ' LAPSING WITHIN '
                   WS-WARN-DAYS ' DAYS'
           IF WS-EXPIRING-COUNT > 0 OR WS-UNUSABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   The month's hits go in the shared table's hit count (the
      *>   live check is never run here), the lifetime hits beside.
       2000-TALLY-ONE-HIT.
           READ SUPPRESSION-HIT-FILE
               AT END SET END-OF-HITS TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING XS-IDX FROM 1 BY 1
                           UNTIL XS-IDX > WS-XS-COUNT OR WS-FOUND
                       IF WS-XS-T-ID(XS-IDX) = XP-SUPP-ID
                           SET WS-FOUND TO TRUE
                           ADD 1 TO WS-ALL-HITS(XS-IDX)
                           IF XP-DATE(1:6) = WS-REPORT-MONTH
                               ADD 1 TO WS-XS-T-HITS(XS-IDX)
                               ADD 1 TO WS-MONTH-HIT-TOTAL
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND
                       ADD 1 TO WS-ORPHAN-HIT-COUNT
                   END-IF
           END-READ.

       3000-REPORT-ONE-SUPPRESSION.
           EVALUATE TRUE
               WHEN WS-XS-T-STATE(XS-IDX) = 'C'
                   MOVE 'NO CRITERIA' TO WS-SL-STATE
                   ADD 1 TO WS-UNUSABLE-COUNT
               WHEN WS-XS-T-STATE(XS-IDX) = 'N'
                   MOVE 'NO EXPIRY' TO WS-SL-STATE
                   ADD 1 TO WS-UNUSABLE-COUNT
               WHEN WS-XS-T-STATE(XS-IDX) = 'X'
                   MOVE 'LAPSED' TO WS-SL-STATE
                   ADD 1 TO WS-LAPSED-COUNT
               WHEN WS-XS-T-EXPIRES(XS-IDX) NOT > WS-WARN-DATE
                   MOVE 'LAPSING' TO WS-SL-STATE
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN OTHER
                   MOVE 'IN FORCE' TO WS-SL-STATE
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-XS-T-ID(XS-IDX) TO WS-SL-ID
           MOVE WS-XS-T-EXPIRES(XS-IDX) TO WS-SL-EXPIRES
           MOVE WS-XS-T-APPROVED-BY(XS-IDX) TO WS-SL-APPROVED-BY
           MOVE WS-XS-T-APPROVED-ON(XS-IDX) TO WS-SL-APPROVED-ON
           MOVE WS-XS-T-HITS(XS-IDX) TO WS-SL-MONTH-HITS
           MOVE WS-ALL-HITS(XS-IDX) TO WS-SL-ALL-HITS
           WRITE SUPP-REPORT-RECORD FROM WS-SUPP-LINE
           MOVE WS-XS-T-PROGRAM(XS-IDX) TO WS-CR-PROGRAM
           MOVE WS-XS-T-SITE(XS-IDX) TO WS-CR-SITE
           MOVE WS-XS-T-USERID(XS-IDX) TO WS-CR-USERID
           MOVE WS-XS-T-RESP-CODE(XS-IDX) TO WS-CR-RESP-CODE
           MOVE WS-XS-T-TEXT(XS-IDX) TO WS-CR-TEXT
           WRITE SUPP-REPORT-RECORD FROM WS-CRITERIA-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    WHY: ' DELIMITED BY SIZE
                  WS-XS-T-JUSTIFY(XS-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-XS-T-IN-FORCE(XS-IDX) AND WS-XS-T-HITS(XS-IDX) = 0
               ADD 1 TO WS-IDLE-COUNT
               MOVE '    ** DID NOT FIRE IN THE MONTH -- STILL NEEDED?'
                   TO WS-REPORT-LINE
               WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       4000-LIST-ONE-EXPIRING.
           IF WS-XS-T-IN-FORCE(XS-IDX)
               AND WS-XS-T-EXPIRES(XS-IDX) NOT > WS-WARN-DATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-XS-T-ID(XS-IDX) DELIMITED BY SIZE
                      ' LAPSES AFTER ' DELIMITED BY SIZE
                      WS-XS-T-EXPIRES(XS-IDX) DELIMITED BY SIZE
                      ' -- APPROVED BY ' DELIMITED BY SIZE
                      WS-XS-T-APPROVED-BY(XS-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE SUPP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY SUPRPA.
       COPY PARMPA.
       COPY FILESTPA.
