       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Engagement closeout package.
      *>               When an engagement's SC-TO-DATE passes, the
      *>               account lead wants one closeout summary, and it
      *>               was being pieced together by hand from five
      *>               reports.  For each engagement closed here the
      *>               ENGCLRPT package covers its whole SCOPEFIL
      *>               window (earliest SC-FROM-DATE to latest
      *>               SC-TO-DATE):
      *>                 - requests by program and site from PROBERES
      *>                   (the budget consumed is the same figure:
      *>                   every request spends one unit);
      *>                 - findings by FN-STATUS and by FN-SEVERITY;
      *>                 - out-of-scope rejects from SCOPEEXC;
      *>                 - blackout-window deferrals (NIGHTHST steps
      *>                   logged SKIPPED-MAINT for its programs);
      *>                 - findings still open and open alerts.
      *>               The engagement is then written to the closed
      *>               register (ENGCLOSD), which the shared scope
      *>               check honors, so the probes refuse it even if
      *>               nobody trims SCOPEFIL.  The central parameter
      *>               ENGCLOSE/ENGAGEMENT names one engagement to
      *>               close; with none named, every engagement whose
      *>               window has passed and which is not yet closed
      *>               is closed.
      *>   2026-10-15  Suppressed findings (status SUPPRESS) no longer
      *>               count as open or block the close-out.
      *>   2026-10-15  The permission post and the close marking are
      *>               performed through their exits, so a full
      *>               engagement table or an already-closed engagement
      *>               no longer runs on into the next paragraph. The
      *>               closed register is loaded by the shared scope
      *>               paragraphs (SCOPEPA) instead of a private copy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCOPEFC.
           COPY PROBERFC.
           COPY FINDFC.
           COPY ALRTFC.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "NIGHTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT CLOSEOUT-REPORT-FILE ASSIGN TO "ENGCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY SCOPEFD.
       COPY PROBERFD.
       COPY FINDFD.
       COPY ALRTFD.

       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-RECORD.
           05 SH-STEP               PIC X(8).
           05 FILLER                PIC X.
           05 SH-START-DATE         PIC 9(8).
           05 FILLER                PIC X(35).
           05 SH-STATUS             PIC X(17).
           05 FILLER                PIC X(11).

       FD  CLOSEOUT-REPORT-FILE.
       01  CLOSEOUT-REPORT-RECORD   PIC X(90).

       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY SCOPEWS.
           COPY PROBERWS.
           COPY FINDWS.
           COPY ALRTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY FILESTWS.
           01 WS-SH-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-ENGAGEMENT-SEL     PIC X(8) VALUE SPACES.
           01 WS-ENG-COUNT          PIC 9(3) VALUE 0.
           01 WS-ENG-TABLE.
              05 WS-ENG-ENTRY OCCURS 50 TIMES INDEXED BY EN-IDX.
                 10 WS-EN-ID           PIC X(8).
                 10 WS-EN-FROM         PIC 9(8).
                 10 WS-EN-TO           PIC 9(8).
                 10 WS-EN-CLOSED       PIC X(1).
                 10 WS-EN-SELECTED     PIC X(1).
                 10 WS-EN-ALL-PGM      PIC X(1).
                 10 WS-EN-PGM-COUNT    PIC 9(2).
                 10 WS-EN-PROGRAM OCCURS 20 TIMES PIC X(8).
           01 WS-EN-FOUND-SW        PIC X.
           01 WS-PGM-SCAN           PIC 9(2).
           01 WS-PGM-FOUND-SW       PIC X.
           01 WS-CHK-PROGRAM        PIC X(8).
           01 WS-COVERED-SW         PIC X.
              88 WS-PROGRAM-COVERED VALUE 'Y'.
           01 WS-CLOSED-NOW         PIC 9(3) VALUE 0.
           01 WS-SELECTED-COUNT     PIC 9(3) VALUE 0.
      *>   Per-engagement tallies, cleared before each package.
           01 WS-RQ-COUNT           PIC 9(3).
           01 WS-RQ-TABLE.
              05 WS-RQ-ENTRY OCCURS 100 TIMES INDEXED BY RQ-IDX.
                 10 WS-RQ-PROGRAM      PIC X(8).
                 10 WS-RQ-SITE         PIC X(8).
                 10 WS-RQ-TALLY        PIC 9(8).
           01 WS-RQ-DROPPED         PIC 9(6).
           01 WS-RQ-TOTAL           PIC 9(8).
           01 WS-UNSTAMPED-TOTAL    PIC 9(8).
           01 WS-FS-COUNT           PIC 9(2).
           01 WS-FS-TABLE.
              05 WS-FS-ENTRY OCCURS 10 TIMES INDEXED BY FST-IDX.
                 10 WS-FS-T-STATUS     PIC X(8).
                 10 WS-FS-T-TALLY      PIC 9(6).
           01 WS-SV-COUNT           PIC 9(2).
           01 WS-SV-TABLE.
              05 WS-SV-ENTRY OCCURS 50 TIMES INDEXED BY SV-IDX.
                 10 WS-SV-SEVERITY     PIC 9(3).
                 10 WS-SV-TALLY        PIC 9(6).
           01 WS-FINDING-TOTAL      PIC 9(6).
           01 WS-OPEN-FINDINGS      PIC 9(6).
           01 WS-WORK-STATUS        PIC X(8).
           01 WS-TALLY-FOUND-SW     PIC X.
           01 WS-SX-TOTAL           PIC 9(6).
           01 WS-SXP-COUNT          PIC 9(2).
           01 WS-SXP-TABLE.
              05 WS-SXP-ENTRY OCCURS 20 TIMES INDEXED BY SXP-IDX.
                 10 WS-SXP-PROGRAM     PIC X(8).
                 10 WS-SXP-TALLY       PIC 9(6).
           01 WS-DEFER-TOTAL        PIC 9(6).
           01 WS-DF-COUNT           PIC 9(2).
           01 WS-DF-TABLE.
              05 WS-DF-ENTRY OCCURS 20 TIMES INDEXED BY DF-IDX.
                 10 WS-DF-STEP         PIC X(8).
                 10 WS-DF-TALLY        PIC 9(6).
           01 WS-OPEN-ALERTS        PIC 9(6).
           01 WS-REPORT-LINE        PIC X(90).
           01 WS-COUNT-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-CL-LABEL-1      PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-CL-LABEL-2      PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-CL-TALLY        PIC ZZZZZZZ9.
           01 WS-OPEN-FINDING-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-OF-DATE         PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OF-PROGRAM-ID   PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OF-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OF-USERID       PIC X(20).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OF-STATUS       PIC X(8).
              05 FILLER             PIC X(5) VALUE ' SEV '.
              05 WS-OF-SEVERITY     PIC ZZ9.
              05 FILLER             PIC X(6) VALUE ' CORR '.
              05 WS-OF-CORR-ID      PIC 9(8).
           01 WS-OPEN-ALERT-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-OA-ID           PIC 9(6).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OA-DATE         PIC 9(8).
              05 FILLER             PIC X(5) VALUE ' SEV '.
              05 WS-OA-SEVERITY     PIC 9(1).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OA-SOURCE       PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OA-MESSAGE      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'ENGCLOSE' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE 'ENGCLOSE' TO WS-PM-PROGRAM-ID
           MOVE 'ENGAGEMENT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-ENGAGEMENT-SEL
           END-IF
           PERFORM 1000-LOAD-ENGAGEMENTS THRU 1000-LOAD-ENGAGEMENTS-EXIT
           PERFORM 1500-SELECT-ENGAGEMENTS THRU
               1500-SELECT-ENGAGEMENTS-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN OUTPUT CLOSEOUT-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'ENGCLRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENGAGEMENT CLOSEOUT PACKAGE -- RUN ' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SELECTED-COUNT = 0
               MOVE 'NO ENGAGEMENT DUE FOR CLOSEOUT'
                   TO CLOSEOUT-REPORT-RECORD
               WRITE CLOSEOUT-REPORT-RECORD
           END-IF
           PERFORM 2000-CLOSE-ONE-ENGAGEMENT
               VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENG-COUNT
           CLOSE CLOSEOUT-REPORT-FILE
           DISPLAY 'ENGCLOSE: ' WS-SELECTED-COUNT
                   ' ENGAGEMENT(S) REPORTED, ' WS-CLOSED-NOW
                   ' NEWLY CLOSED'
           GOBACK.

      *>   One table entry per engagement on SCOPEFIL, its window
      *>   widened over all of its permission records, with the
      *>   programs it permits (for attributing deferrals and
      *>   alerts, which carry no engagement of their own).
       1000-LOAD-ENGAGEMENTS.
           PERFORM 8446-LOAD-CLOSED-ENG THRU 8446-LOAD-CLOSED-ENG-EXIT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SCOPE-CONTROL-FILE
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'ENGCLOSE: NO ENGAGEMENT SCOPE ON FILE'
               GO TO 1000-LOAD-ENGAGEMENTS-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-PERMISSION UNTIL END-OF-INPUT
           CLOSE SCOPE-CONTROL-FILE.
       1000-LOAD-ENGAGEMENTS-EXIT.
           EXIT.

       1100-LOAD-ONE-PERMISSION.
           READ SCOPE-CONTROL-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SC-ENGAGEMENT-ID NOT = SPACES
                       AND SC-FROM-DATE IS NUMERIC
                       AND SC-TO-DATE IS NUMERIC
                       PERFORM 1200-POST-PERMISSION THRU
                           1200-POST-PERMISSION-EXIT
                   END-IF
           END-READ.

       1200-POST-PERMISSION.
           MOVE 'N' TO WS-EN-FOUND-SW
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENG-COUNT
                      OR WS-EN-FOUND-SW = 'Y'
               IF WS-EN-ID(EN-IDX) = SC-ENGAGEMENT-ID
                   MOVE 'Y' TO WS-EN-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-EN-FOUND-SW = 'Y'
               SET EN-IDX DOWN BY 1
           ELSE
               IF WS-ENG-COUNT = 50
                   DISPLAY 'ENGCLOSE WARNING: ENGAGEMENT TABLE FULL, '
                           SC-ENGAGEMENT-ID ' NOT LOADED'
                   GO TO 1200-POST-PERMISSION-EXIT
               END-IF
               ADD 1 TO WS-ENG-COUNT
               SET EN-IDX TO WS-ENG-COUNT
               MOVE SC-ENGAGEMENT-ID TO WS-EN-ID(EN-IDX)
               MOVE SC-FROM-DATE TO WS-EN-FROM(EN-IDX)
               MOVE SC-TO-DATE TO WS-EN-TO(EN-IDX)
               MOVE 'N' TO WS-EN-CLOSED(EN-IDX)
               MOVE 'N' TO WS-EN-SELECTED(EN-IDX)
               MOVE 'N' TO WS-EN-ALL-PGM(EN-IDX)
               MOVE 0 TO WS-EN-PGM-COUNT(EN-IDX)
               PERFORM VARYING EC-IDX FROM 1 BY 1
                       UNTIL EC-IDX > WS-EC-COUNT
                   IF WS-EC-ENGAGEMENT(EC-IDX) = SC-ENGAGEMENT-ID
                       MOVE 'Y' TO WS-EN-CLOSED(EN-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF SC-FROM-DATE < WS-EN-FROM(EN-IDX)
               MOVE SC-FROM-DATE TO WS-EN-FROM(EN-IDX)
           END-IF
           IF SC-TO-DATE > WS-EN-TO(EN-IDX)
               MOVE SC-TO-DATE TO WS-EN-TO(EN-IDX)
           END-IF
           IF SC-PROGRAM-ID = 'ALL'
               MOVE 'Y' TO WS-EN-ALL-PGM(EN-IDX)
           ELSE
               MOVE 'N' TO WS-PGM-FOUND-SW
               PERFORM VARYING WS-PGM-SCAN FROM 1 BY 1
                       UNTIL WS-PGM-SCAN > WS-EN-PGM-COUNT(EN-IDX)
                   IF WS-EN-PROGRAM(EN-IDX, WS-PGM-SCAN)
                       = SC-PROGRAM-ID
                       MOVE 'Y' TO WS-PGM-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-PGM-FOUND-SW = 'N'
                   AND WS-EN-PGM-COUNT(EN-IDX) < 20
                   ADD 1 TO WS-EN-PGM-COUNT(EN-IDX)
                   MOVE SC-PROGRAM-ID TO WS-EN-PROGRAM(EN-IDX,
                       WS-EN-PGM-COUNT(EN-IDX))
               END-IF
           END-IF.
       1200-POST-PERMISSION-EXIT.
           EXIT.

      *>   A named engagement is packaged whatever its dates (the
      *>   account lead may close early); unnamed, the job picks up
      *>   every engagement whose window is behind the business
      *>   date and which has not been closed yet.
       1500-SELECT-ENGAGEMENTS.
           MOVE 0 TO RETURN-CODE
           IF WS-ENGAGEMENT-SEL NOT = SPACES
               MOVE 'N' TO WS-EN-FOUND-SW
               PERFORM VARYING EN-IDX FROM 1 BY 1
                       UNTIL EN-IDX > WS-ENG-COUNT
                   IF WS-EN-ID(EN-IDX) = WS-ENGAGEMENT-SEL
                       MOVE 'Y' TO WS-EN-SELECTED(EN-IDX)
                       MOVE 'Y' TO WS-EN-FOUND-SW
                       ADD 1 TO WS-SELECTED-COUNT
                   END-IF
               END-PERFORM
               IF WS-EN-FOUND-SW = 'N'
                   DISPLAY 'ENGCLOSE: ENGAGEMENT ' WS-ENGAGEMENT-SEL
                           ' NOT ON SCOPEFIL -- NOTHING CLOSED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING EN-IDX FROM 1 BY 1
                       UNTIL EN-IDX > WS-ENG-COUNT
                   IF WS-EN-TO(EN-IDX) < WS-BIZ-DATE
                       AND WS-EN-CLOSED(EN-IDX) = 'N'
                       MOVE 'Y' TO WS-EN-SELECTED(EN-IDX)
                       ADD 1 TO WS-SELECTED-COUNT
                   END-IF
               END-PERFORM
           END-IF.
       1500-SELECT-ENGAGEMENTS-EXIT.
           EXIT.

       2000-CLOSE-ONE-ENGAGEMENT.
           IF WS-EN-SELECTED(EN-IDX) = 'Y'
               PERFORM 2050-CLEAR-TALLIES
               PERFORM 2100-TALLY-REQUESTS THRU 2100-TALLY-REQUESTS-EXIT
               PERFORM 2200-TALLY-FINDINGS THRU 2200-TALLY-FINDINGS-EXIT
               PERFORM 2300-TALLY-SCOPE-REJECTS THRU
                   2300-TALLY-SCOPE-REJECTS-EXIT
               PERFORM 2400-TALLY-DEFERRALS THRU
                   2400-TALLY-DEFERRALS-EXIT
               PERFORM 3000-WRITE-PACKAGE
               PERFORM 2700-MARK-CLOSED THRU
                   2700-MARK-CLOSED-EXIT
           END-IF.

       2050-CLEAR-TALLIES.
           MOVE 0 TO WS-RQ-COUNT WS-RQ-DROPPED WS-RQ-TOTAL
                     WS-UNSTAMPED-TOTAL
           MOVE 0 TO WS-FS-COUNT WS-SV-COUNT WS-FINDING-TOTAL
                     WS-OPEN-FINDINGS
           MOVE 0 TO WS-SX-TOTAL WS-SXP-COUNT
           MOVE 0 TO WS-DEFER-TOTAL WS-DF-COUNT
           MOVE 0 TO WS-OPEN-ALERTS.

      *>   Requests are attributed by the engagement stamped on the
      *>   result; unstamped results inside the window (written
      *>   before the stamp existed) are counted apart and not
      *>   claimed for anyone.
       2100-TALLY-REQUESTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PROBE-RESULT-FILE
           IF WS-FS-STATUS NOT = '00'
               GO TO 2100-TALLY-REQUESTS-EXIT
           END-IF
           PERFORM 2110-TALLY-ONE-REQUEST UNTIL END-OF-INPUT
           CLOSE PROBE-RESULT-FILE.
       2100-TALLY-REQUESTS-EXIT.
           EXIT.

       2110-TALLY-ONE-REQUEST.
           READ PROBE-RESULT-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF PR-DATE >= WS-EN-FROM(EN-IDX)
                       AND PR-DATE <= WS-EN-TO(EN-IDX)
                       IF PR-ENGAGEMENT-ID = WS-EN-ID(EN-IDX)
                           ADD 1 TO WS-RQ-TOTAL
                           PERFORM 2120-POST-REQUEST
                       ELSE
                           IF PR-ENGAGEMENT-ID = SPACES
                               ADD 1 TO WS-UNSTAMPED-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2120-POST-REQUEST.
           MOVE 'N' TO WS-TALLY-FOUND-SW
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-RQ-COUNT
                      OR WS-TALLY-FOUND-SW = 'Y'
               IF WS-RQ-PROGRAM(RQ-IDX) = PR-PROGRAM-ID
                   AND WS-RQ-SITE(RQ-IDX) = PR-SITE-NAME
                   MOVE 'Y' TO WS-TALLY-FOUND-SW
                   ADD 1 TO WS-RQ-TALLY(RQ-IDX)
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND-SW = 'N'
               IF WS-RQ-COUNT < 100
                   ADD 1 TO WS-RQ-COUNT
                   SET RQ-IDX TO WS-RQ-COUNT
                   MOVE PR-PROGRAM-ID TO WS-RQ-PROGRAM(RQ-IDX)
                   MOVE PR-SITE-NAME TO WS-RQ-SITE(RQ-IDX)
                   MOVE 1 TO WS-RQ-TALLY(RQ-IDX)
               ELSE
                   ADD 1 TO WS-RQ-DROPPED
               END-IF
           END-IF.

      *>   A blank status predates the disposition lifecycle and is
      *>   read as NEW; anything short of CLOSED is still open.
       2200-TALLY-FINDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS NOT = '00'
               GO TO 2200-TALLY-FINDINGS-EXIT
           END-IF
           PERFORM 2210-TALLY-ONE-FINDING UNTIL END-OF-INPUT
           CLOSE FINDINGS-FILE.
       2200-TALLY-FINDINGS-EXIT.
           EXIT.

       2210-TALLY-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF FN-ENGAGEMENT-ID = WS-EN-ID(EN-IDX)
                       ADD 1 TO WS-FINDING-TOTAL
                       MOVE FN-STATUS TO WS-WORK-STATUS
                       IF WS-WORK-STATUS = SPACES
                           MOVE 'NEW' TO WS-WORK-STATUS
                       END-IF
                       IF WS-WORK-STATUS NOT = 'CLOSED'
                           AND WS-WORK-STATUS NOT = 'SUPPRESS'
                           ADD 1 TO WS-OPEN-FINDINGS
                       END-IF
                       PERFORM 2220-POST-FINDING-STATUS
                       PERFORM 2230-POST-FINDING-SEVERITY
                   END-IF
           END-READ.

       2220-POST-FINDING-STATUS.
           MOVE 'N' TO WS-TALLY-FOUND-SW
           PERFORM VARYING FST-IDX FROM 1 BY 1
                   UNTIL FST-IDX > WS-FS-COUNT
                      OR WS-TALLY-FOUND-SW = 'Y'
               IF WS-FS-T-STATUS(FST-IDX) = WS-WORK-STATUS
                   MOVE 'Y' TO WS-TALLY-FOUND-SW
                   ADD 1 TO WS-FS-T-TALLY(FST-IDX)
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND-SW = 'N' AND WS-FS-COUNT < 10
               ADD 1 TO WS-FS-COUNT
               SET FST-IDX TO WS-FS-COUNT
               MOVE WS-WORK-STATUS TO WS-FS-T-STATUS(FST-IDX)
               MOVE 1 TO WS-FS-T-TALLY(FST-IDX)
           END-IF.

       2230-POST-FINDING-SEVERITY.
           MOVE 'N' TO WS-TALLY-FOUND-SW
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > WS-SV-COUNT
                      OR WS-TALLY-FOUND-SW = 'Y'
               IF WS-SV-SEVERITY(SV-IDX) = FN-SEVERITY
                   MOVE 'Y' TO WS-TALLY-FOUND-SW
                   ADD 1 TO WS-SV-TALLY(SV-IDX)
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND-SW = 'N' AND WS-SV-COUNT < 50
               AND FN-SEVERITY IS NUMERIC
               ADD 1 TO WS-SV-COUNT
               SET SV-IDX TO WS-SV-COUNT
               MOVE FN-SEVERITY TO WS-SV-SEVERITY(SV-IDX)
               MOVE 1 TO WS-SV-TALLY(SV-IDX)
           END-IF.

       2300-TALLY-SCOPE-REJECTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SCOPE-EXC-FILE
           IF WS-SX-STATUS NOT = '00'
               GO TO 2300-TALLY-SCOPE-REJECTS-EXIT
           END-IF
           PERFORM 2310-TALLY-ONE-REJECT UNTIL END-OF-INPUT
           CLOSE SCOPE-EXC-FILE.
       2300-TALLY-SCOPE-REJECTS-EXIT.
           EXIT.

       2310-TALLY-ONE-REJECT.
           READ SCOPE-EXC-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SX-ENGAGEMENT-ID = WS-EN-ID(EN-IDX)
                       ADD 1 TO WS-SX-TOTAL
                       MOVE 'N' TO WS-TALLY-FOUND-SW
                       PERFORM VARYING SXP-IDX FROM 1 BY 1
                               UNTIL SXP-IDX > WS-SXP-COUNT
                                  OR WS-TALLY-FOUND-SW = 'Y'
                           IF WS-SXP-PROGRAM(SXP-IDX) = SX-PROGRAM-ID
                               MOVE 'Y' TO WS-TALLY-FOUND-SW
                               ADD 1 TO WS-SXP-TALLY(SXP-IDX)
                           END-IF
                       END-PERFORM
                       IF WS-TALLY-FOUND-SW = 'N' AND WS-SXP-COUNT < 20
                           ADD 1 TO WS-SXP-COUNT
                           SET SXP-IDX TO WS-SXP-COUNT
                           MOVE SX-PROGRAM-ID TO WS-SXP-PROGRAM(SXP-IDX)
                           MOVE 1 TO WS-SXP-TALLY(SXP-IDX)
                       END-IF
                   END-IF
           END-READ.

      *>   A deferral is a nightly step logged SKIPPED-MAINT inside
      *>   the window for a program the engagement permits: the run
      *>   that would have worked for it sat out a vendor blackout.
       2400-TALLY-DEFERRALS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STEP-HISTORY-FILE
           IF WS-SH-STATUS NOT = '00'
               GO TO 2400-TALLY-DEFERRALS-EXIT
           END-IF
           PERFORM 2410-TALLY-ONE-STEP UNTIL END-OF-INPUT
           CLOSE STEP-HISTORY-FILE.
       2400-TALLY-DEFERRALS-EXIT.
           EXIT.

       2410-TALLY-ONE-STEP.
           READ STEP-HISTORY-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SH-STATUS = 'SKIPPED-MAINT'
                       AND SH-START-DATE IS NUMERIC
                       AND SH-START-DATE >= WS-EN-FROM(EN-IDX)
                       AND SH-START-DATE <= WS-EN-TO(EN-IDX)
                       MOVE SH-STEP TO WS-CHK-PROGRAM
                       PERFORM 2900-CHECK-PROGRAM-COVERED
                       IF WS-PROGRAM-COVERED
                           PERFORM 2420-POST-DEFERRAL
                       END-IF
                   END-IF
           END-READ.

       2420-POST-DEFERRAL.
           ADD 1 TO WS-DEFER-TOTAL
           MOVE 'N' TO WS-TALLY-FOUND-SW
           PERFORM VARYING DF-IDX FROM 1 BY 1
                   UNTIL DF-IDX > WS-DF-COUNT
                      OR WS-TALLY-FOUND-SW = 'Y'
               IF WS-DF-STEP(DF-IDX) = SH-STEP
                   MOVE 'Y' TO WS-TALLY-FOUND-SW
                   ADD 1 TO WS-DF-TALLY(DF-IDX)
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND-SW = 'N' AND WS-DF-COUNT < 20
               ADD 1 TO WS-DF-COUNT
               SET DF-IDX TO WS-DF-COUNT
               MOVE SH-STEP TO WS-DF-STEP(DF-IDX)
               MOVE 1 TO WS-DF-TALLY(DF-IDX)
           END-IF.

      *>   Appends the engagement to the closed register unless it
      *>   is already there; from the next scope load on, every
      *>   probe refuses it.
       2700-MARK-CLOSED.
           IF WS-EN-CLOSED(EN-IDX) = 'Y'
               GO TO 2700-MARK-CLOSED-EXIT
           END-IF
           OPEN EXTEND ENGAGEMENT-CLOSE-FILE
           MOVE WS-EC-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'ENGCLOSD' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO ENGAGEMENT-CLOSE-RECORD
           MOVE WS-EN-ID(EN-IDX) TO EC-ENGAGEMENT-ID
           MOVE WS-BIZ-DATE TO EC-CLOSE-DATE
           MOVE 'ENGCLOSE' TO EC-CLOSED-BY
           WRITE ENGAGEMENT-CLOSE-RECORD
           MOVE WS-EC-STATUS TO WS-FS-STATUS
           MOVE 'WRITE' TO WS-FS-OPERATION
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           CLOSE ENGAGEMENT-CLOSE-FILE
           MOVE 'Y' TO WS-EN-CLOSED(EN-IDX)
           ADD 1 TO WS-CLOSED-NOW
           DISPLAY 'ENGCLOSE: ENGAGEMENT ' WS-EN-ID(EN-IDX) ' CLOSED'.
       2700-MARK-CLOSED-EXIT.
           EXIT.

      *>   Deferrals and alerts carry no engagement: they belong to
      *>   an engagement when it permits their program (or ALL).
       2900-CHECK-PROGRAM-COVERED.
           MOVE 'N' TO WS-COVERED-SW
           IF WS-EN-ALL-PGM(EN-IDX) = 'Y'
               MOVE 'Y' TO WS-COVERED-SW
           ELSE
               PERFORM VARYING WS-PGM-SCAN FROM 1 BY 1
                       UNTIL WS-PGM-SCAN > WS-EN-PGM-COUNT(EN-IDX)
                   IF WS-EN-PROGRAM(EN-IDX, WS-PGM-SCAN)
                       = WS-CHK-PROGRAM
                       MOVE 'Y' TO WS-COVERED-SW
                   END-IF
               END-PERFORM
           END-IF.

       3000-WRITE-PACKAGE.
           MOVE SPACES TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENGAGEMENT ' DELIMITED BY SIZE
                  WS-EN-ID(EN-IDX) DELIMITED BY SIZE
                  '  WINDOW ' DELIMITED BY SIZE
                  WS-EN-FROM(EN-IDX) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-EN-TO(EN-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-EN-CLOSED(EN-IDX) = 'Y'
               MOVE '  (ALREADY ON THE CLOSED REGISTER)'
                   TO CLOSEOUT-REPORT-RECORD
               WRITE CLOSEOUT-REPORT-RECORD
           END-IF
           IF WS-EN-TO(EN-IDX) NOT < WS-BIZ-DATE
               MOVE '  (CLOSED BEFORE THE END OF ITS WINDOW)'
                   TO CLOSEOUT-REPORT-RECORD
               WRITE CLOSEOUT-REPORT-RECORD
           END-IF

           MOVE '  REQUESTS BY PROGRAM AND SITE' TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-RQ-COUNT
               MOVE WS-RQ-PROGRAM(RQ-IDX) TO WS-CL-LABEL-1
               MOVE WS-RQ-SITE(RQ-IDX) TO WS-CL-LABEL-2
               MOVE WS-RQ-TALLY(RQ-IDX) TO WS-CL-TALLY
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           IF WS-RQ-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ** TABLE FULL, ' DELIMITED BY SIZE
                      WS-RQ-DROPPED DELIMITED BY SIZE
                      ' REQUESTS NOT BROKEN OUT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL REQUESTS (BUDGET UNITS CONSUMED): '
                  DELIMITED BY SIZE
                  WS-RQ-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-UNSTAMPED-TOTAL > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  UNSTAMPED REQUESTS IN WINDOW (NOT ATTRIBUTED): '
                      DELIMITED BY SIZE
                      WS-UNSTAMPED-TOTAL DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE '  FINDINGS BY STATUS' TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM VARYING FST-IDX FROM 1 BY 1
                   UNTIL FST-IDX > WS-FS-COUNT
               MOVE WS-FS-T-STATUS(FST-IDX) TO WS-CL-LABEL-1
               MOVE SPACES TO WS-CL-LABEL-2
               MOVE WS-FS-T-TALLY(FST-IDX) TO WS-CL-TALLY
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           MOVE '  FINDINGS BY SEVERITY' TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > WS-SV-COUNT
               MOVE SPACES TO WS-CL-LABEL-1
               STRING 'SEV ' DELIMITED BY SIZE
                      WS-SV-SEVERITY(SV-IDX) DELIMITED BY SIZE
                      INTO WS-CL-LABEL-1
               END-STRING
               MOVE SPACES TO WS-CL-LABEL-2
               MOVE WS-SV-TALLY(SV-IDX) TO WS-CL-TALLY
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL FINDINGS: ' DELIMITED BY SIZE
                  WS-FINDING-TOTAL DELIMITED BY SIZE
                  '  STILL OPEN: ' DELIMITED BY SIZE
                  WS-OPEN-FINDINGS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE '  OUT-OF-SCOPE REJECTS BY PROGRAM'
               TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM VARYING SXP-IDX FROM 1 BY 1
                   UNTIL SXP-IDX > WS-SXP-COUNT
               MOVE WS-SXP-PROGRAM(SXP-IDX) TO WS-CL-LABEL-1
               MOVE SPACES TO WS-CL-LABEL-2
               MOVE WS-SXP-TALLY(SXP-IDX) TO WS-CL-TALLY
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL OUT-OF-SCOPE REJECTS: ' DELIMITED BY SIZE
                  WS-SX-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE '  BLACKOUT-WINDOW DEFERRALS BY STEP'
               TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM VARYING DF-IDX FROM 1 BY 1
                   UNTIL DF-IDX > WS-DF-COUNT
               MOVE WS-DF-STEP(DF-IDX) TO WS-CL-LABEL-1
               MOVE SPACES TO WS-CL-LABEL-2
               MOVE WS-DF-TALLY(DF-IDX) TO WS-CL-TALLY
               WRITE CLOSEOUT-REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL DEFERRALS: ' DELIMITED BY SIZE
                  WS-DEFER-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE '  FINDINGS STILL OPEN' TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM 3100-LIST-OPEN-FINDINGS THRU
               3100-LIST-OPEN-FINDINGS-EXIT
           MOVE '  OPEN ALERTS' TO CLOSEOUT-REPORT-RECORD
           WRITE CLOSEOUT-REPORT-RECORD
           PERFORM 3200-LIST-OPEN-ALERTS THRU 3200-LIST-OPEN-ALERTS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL OPEN ALERTS: ' DELIMITED BY SIZE
                  WS-OPEN-ALERTS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CLOSEOUT-REPORT-RECORD FROM WS-REPORT-LINE.

       3100-LIST-OPEN-FINDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS NOT = '00'
               GO TO 3100-LIST-OPEN-FINDINGS-EXIT
           END-IF
           PERFORM 3110-LIST-ONE-FINDING UNTIL END-OF-INPUT
           CLOSE FINDINGS-FILE.
       3100-LIST-OPEN-FINDINGS-EXIT.
           EXIT.

       3110-LIST-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF FN-ENGAGEMENT-ID = WS-EN-ID(EN-IDX)
                       AND FN-STATUS NOT = 'CLOSED'
                       AND FN-STATUS NOT = 'SUPPRESS'
                       MOVE FN-DATE TO WS-OF-DATE
                       MOVE FN-PROGRAM-ID TO WS-OF-PROGRAM-ID
                       MOVE FN-SITE-NAME TO WS-OF-SITE
                       MOVE FN-USERID TO WS-OF-USERID
                       MOVE FN-STATUS TO WS-OF-STATUS
                       IF FN-STATUS = SPACES
                           MOVE 'NEW' TO WS-OF-STATUS
                       END-IF
                       MOVE FN-SEVERITY TO WS-OF-SEVERITY
                       MOVE FN-CORR-ID TO WS-OF-CORR-ID
                       WRITE CLOSEOUT-REPORT-RECORD
                           FROM WS-OPEN-FINDING-LINE
                   END-IF
           END-READ.

       3200-LIST-OPEN-ALERTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-AL-STATUS NOT = '00'
               GO TO 3200-LIST-OPEN-ALERTS-EXIT
           END-IF
           PERFORM 3210-LIST-ONE-ALERT UNTIL END-OF-INPUT
           CLOSE ALERT-QUEUE-FILE.
       3200-LIST-OPEN-ALERTS-EXIT.
           EXIT.

       3210-LIST-ONE-ALERT.
           READ ALERT-QUEUE-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AL-STATUS = 'O'
                       AND AL-DATE >= WS-EN-FROM(EN-IDX)
                       AND AL-DATE <= WS-EN-TO(EN-IDX)
                       MOVE AL-SOURCE TO WS-CHK-PROGRAM
                       PERFORM 2900-CHECK-PROGRAM-COVERED
                       IF WS-PROGRAM-COVERED
                           ADD 1 TO WS-OPEN-ALERTS
                           MOVE AL-ID TO WS-OA-ID
                           MOVE AL-DATE TO WS-OA-DATE
                           MOVE AL-SEVERITY TO WS-OA-SEVERITY
                           MOVE AL-SOURCE TO WS-OA-SOURCE
                           MOVE AL-MESSAGE TO WS-OA-MESSAGE
                           WRITE CLOSEOUT-REPORT-RECORD
                               FROM WS-OPEN-ALERT-LINE
                       END-IF
                   END-IF
           END-READ.

       COPY SCOPEPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
