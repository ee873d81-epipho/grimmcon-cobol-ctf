       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Bursts the per-site daily reports
      *>               by site owner.  FINDRPT, MARCODRP, SITEDRFT and
      *>               RSPDRPT used to go out whole and be cut up by
      *>               hand before each owner was mailed their part.
      *>               Using the site-owner master (SITEOWN), each
      *>               owning group gets one file for the day
      *>               (<owner>.<yyyymmdd>) holding, report by report,
      *>               the report's heading and only the lines for its
      *>               own sites:
      *>                 - FINDRPT finding lines by their site, each
      *>                   under its account heading, with the cross-
      *>                   site reuse note that follows a finding;
      *>                 - MARCODRP day lines by their site;
      *>                 - SITEDRFT drifted / never-baselined / no-
      *>                   capture lines by their site.
      *>               Whole-report totals are left out, since they
      *>               count other owners' sites; each section ends
      *>               with the owner's own line count instead.
      *>               RSPDRPT is a per-program response-code summary
      *>               with no site on any line, so every owner with a
      *>               file receives it whole.  Lines for a site with
      *>               no owner on file go to UNOWNED.<yyyymmdd> so
      *>               nothing is dropped unseen, and RC is 4.  Every
      *>               report section sent is logged to the
      *>               distribution log (DISTLOG): date, owner,
      *>               contact, report, lines and file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPORT-IN-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT BURST-FILE ASSIGN TO WS-BURST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BU-STATUS.
           SELECT OPTIONAL DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           COPY SOWNFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD         PIC X(132).

       FD  BURST-FILE.
       01  BURST-RECORD             PIC X(132).

      *>   One record per report section sent to an owner.
       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD.
           05 DL-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 DL-OWNER-ID           PIC X(8).
           05 FILLER                PIC X.
           05 DL-REPORT             PIC X(8).
           05 FILLER                PIC X.
           05 DL-LINES              PIC 9(5).
           05 FILLER                PIC X.
           05 DL-FILE-NAME          PIC X(20).
           05 FILLER                PIC X.
           05 DL-CONTACT            PIC X(30).

       COPY SOWNFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY SOWNWS.
           01 WS-RI-STATUS          PIC X(2).
           01 WS-BU-STATUS          PIC X(2).
           01 WS-DL-STATUS          PIC X(2).
           01 WS-REPORT-NAME        PIC X(8).
           01 WS-BURST-NAME         PIC X(20).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-REPORT      VALUE 'Y'.

      *>   The reports burst, in the order they appear in each file.
           01 WS-RP-TABLE.
              05 WS-RP-ENTRY OCCURS 4 TIMES INDEXED BY RP-IDX.
                 10 WS-RP-NAME         PIC X(8).
                 10 WS-RP-KIND         PIC X(1).
                    88 WS-RP-FINDINGS  VALUE 'F'.
                    88 WS-RP-MARCO     VALUE 'M'.
                    88 WS-RP-DRIFT     VALUE 'D'.
                    88 WS-RP-WHOLE     VALUE 'W'.

      *>   The owner being burst: a row of the owner table, or the
      *>   UNOWNED pass after the last of them.
           01 WS-PASS-IX            PIC 9(3).
           01 WS-PASS-OWNER-ID      PIC X(8).
           01 WS-PASS-CONTACT       PIC X(30).
           01 WS-UNOWNED-SW         PIC X VALUE 'N'.
              88 WS-UNOWNED-PASS    VALUE 'Y'.
           01 WS-BURST-OPEN-SW      PIC X VALUE 'N'.
              88 WS-BURST-OPEN      VALUE 'Y'.

      *>   One report within one owner's pass.
           01 WS-LINE-KIND          PIC X(1).
              88 WS-LK-HEADING      VALUE 'H'.
              88 WS-LK-DETAIL       VALUE 'D'.
              88 WS-LK-FOLLOW-ON    VALUE 'C'.
              88 WS-LK-ACCOUNT      VALUE 'A'.
              88 WS-LK-TOTAL        VALUE 'T'.
              88 WS-LK-WHOLE        VALUE 'W'.
           01 WS-LINE-SITE          PIC X(8).
           01 WS-LINE-MINE-SW       PIC X VALUE 'N'.
              88 WS-LINE-MINE       VALUE 'Y'.
           01 WS-LAST-MINE-SW       PIC X VALUE 'N'.
              88 WS-LAST-MINE       VALUE 'Y'.
           01 WS-SECTION-SW         PIC X VALUE 'N'.
              88 WS-SECTION-STARTED VALUE 'Y'.
           01 WS-ACCOUNT-SW         PIC X VALUE 'N'.
              88 WS-ACCOUNT-WRITTEN VALUE 'Y'.
           01 WS-ACCOUNT-LINE       PIC X(132).
           01 WS-HD-COUNT           PIC 9(2) VALUE 0.
           01 WS-HD-TABLE.
              05 WS-HD-LINE OCCURS 10 TIMES INDEXED BY HD-IDX
                                     PIC X(132).
           01 WS-SECTION-LINES      PIC 9(5).

           01 WS-FILES-WRITTEN      PIC 9(4) VALUE 0.
           01 WS-SECTIONS-LOGGED    PIC 9(4) VALUE 0.
           01 WS-UNOWNED-LINES      PIC 9(6) VALUE 0.
           01 WS-ED-COUNT           PIC ZZZZ9.
           01 WS-REPORT-LINE        PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'RPTBURST' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 8300-LOAD-SITE-OWNERS THRU 8300-LOAD-SITE-OWNERS-EXIT
           IF WS-SO-OWNER-COUNT = 0
               DISPLAY 'RPTBURST: NO SITE OWNERS ON FILE (SITEOWN) -- '
                       'ALL SITE LINES GO TO UNOWNED'
           END-IF
           IF WS-SO-DROPPED > 0
               DISPLAY 'RPTBURST: OWNER TABLE FULL, ' WS-SO-DROPPED
                       ' SITEOWN RECORD(S) NOT LOADED'
           END-IF
           MOVE 'FINDRPT' TO WS-RP-NAME(1)
           MOVE 'F' TO WS-RP-KIND(1)
           MOVE 'MARCODRP' TO WS-RP-NAME(2)
           MOVE 'M' TO WS-RP-KIND(2)
           MOVE 'SITEDRFT' TO WS-RP-NAME(3)
           MOVE 'D' TO WS-RP-KIND(3)
           MOVE 'RSPDRPT' TO WS-RP-NAME(4)
           MOVE 'W' TO WS-RP-KIND(4)

           PERFORM 1000-BURST-ONE-OWNER
               VARYING WS-PASS-IX FROM 1 BY 1
               UNTIL WS-PASS-IX > WS-SO-OWNER-COUNT + 1

           DISPLAY 'RPTBURST: OWNERS ' WS-SO-OWNER-COUNT
                   '  FILES WRITTEN ' WS-FILES-WRITTEN
                   '  SECTIONS LOGGED ' WS-SECTIONS-LOGGED
                   '  UNOWNED LINES ' WS-UNOWNED-LINES
           IF WS-UNOWNED-LINES > 0 OR WS-SO-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   The burst file is opened on the first line the owner has
      *>   anything for, so an owner with nothing today gets no file.
       1000-BURST-ONE-OWNER.
           IF WS-PASS-IX > WS-SO-OWNER-COUNT
               SET WS-UNOWNED-PASS TO TRUE
               MOVE 'UNOWNED' TO WS-PASS-OWNER-ID
               MOVE SPACES TO WS-PASS-CONTACT
           ELSE
               MOVE 'N' TO WS-UNOWNED-SW
               SET SOO-IDX TO WS-PASS-IX
               MOVE WS-SO-T-OWNER-ID(SOO-IDX) TO WS-PASS-OWNER-ID
               MOVE WS-SO-T-CONTACT(SOO-IDX) TO WS-PASS-CONTACT
           END-IF
           MOVE SPACES TO WS-BURST-NAME
           STRING WS-PASS-OWNER-ID DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-BURST-NAME
           END-STRING
           MOVE 'N' TO WS-BURST-OPEN-SW
           PERFORM 2000-BURST-ONE-REPORT THRU 2000-BURST-ONE-REPORT-EXIT
               VARYING RP-IDX FROM 1 BY 1 UNTIL RP-IDX > 4
           IF WS-BURST-OPEN
               CLOSE BURST-FILE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF.

       2000-BURST-ONE-REPORT.
           IF WS-RP-WHOLE(RP-IDX) AND (WS-UNOWNED-PASS OR NOT WS-BURST-OPEN)
               GO TO 2000-BURST-ONE-REPORT-EXIT
           END-IF
           MOVE WS-RP-NAME(RP-IDX) TO WS-REPORT-NAME
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REPORT-IN-FILE
           IF WS-RI-STATUS NOT = '00'
               IF WS-RI-STATUS = '05'
                   CLOSE REPORT-IN-FILE
               END-IF
               GO TO 2000-BURST-ONE-REPORT-EXIT
           END-IF
           MOVE 'N' TO WS-SECTION-SW WS-LAST-MINE-SW
           MOVE 'Y' TO WS-ACCOUNT-SW
           MOVE 0 TO WS-HD-COUNT WS-SECTION-LINES
           PERFORM 2100-BURST-ONE-LINE UNTIL END-OF-REPORT
           CLOSE REPORT-IN-FILE
           IF WS-SECTION-STARTED
               MOVE WS-SECTION-LINES TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      ' LINE(S) FOR ' DELIMITED BY SIZE
                      WS-PASS-OWNER-ID DELIMITED BY SPACE
                      ' FROM ' DELIMITED BY SIZE
                      WS-REPORT-NAME DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-BURST-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 2900-WRITE-BURST-LINE
               PERFORM 4000-LOG-DISTRIBUTION
           END-IF.
       2000-BURST-ONE-REPORT-EXIT.
           EXIT.

       2100-BURST-ONE-LINE.
           READ REPORT-IN-FILE
               AT END SET END-OF-REPORT TO TRUE
               NOT AT END
                   PERFORM 3000-CLASSIFY-LINE
                   EVALUATE TRUE
                       WHEN WS-LK-WHOLE
                           PERFORM 2200-START-SECTION
                           MOVE REPORT-IN-RECORD TO WS-REPORT-LINE
                           PERFORM 2900-WRITE-BURST-LINE
                           ADD 1 TO WS-SECTION-LINES
                       WHEN WS-LK-DETAIL
                           PERFORM 3100-CHECK-LINE-OWNER
                           IF WS-LINE-MINE
                               PERFORM 2200-START-SECTION
                               IF NOT WS-ACCOUNT-WRITTEN
                                   MOVE WS-ACCOUNT-LINE TO WS-REPORT-LINE
                                   PERFORM 2900-WRITE-BURST-LINE
                                   SET WS-ACCOUNT-WRITTEN TO TRUE
                               END-IF
                               MOVE REPORT-IN-RECORD TO WS-REPORT-LINE
                               PERFORM 2900-WRITE-BURST-LINE
                               ADD 1 TO WS-SECTION-LINES
                               IF WS-UNOWNED-PASS
                                   ADD 1 TO WS-UNOWNED-LINES
                               END-IF
                               SET WS-LAST-MINE TO TRUE
                           ELSE
                               MOVE 'N' TO WS-LAST-MINE-SW
                           END-IF
                       WHEN WS-LK-FOLLOW-ON
                           IF WS-LAST-MINE
                               MOVE REPORT-IN-RECORD TO WS-REPORT-LINE
                               PERFORM 2900-WRITE-BURST-LINE
                           END-IF
                       WHEN WS-LK-ACCOUNT
                           MOVE REPORT-IN-RECORD TO WS-ACCOUNT-LINE
                           MOVE 'N' TO WS-ACCOUNT-SW WS-LAST-MINE-SW
                       WHEN WS-LK-TOTAL
                           MOVE 'N' TO WS-LAST-MINE-SW
                       WHEN OTHER
                           MOVE 'N' TO WS-LAST-MINE-SW
                           IF WS-SECTION-STARTED
                               MOVE REPORT-IN-RECORD TO WS-REPORT-LINE
                               PERFORM 2900-WRITE-BURST-LINE
                           ELSE
                               IF WS-HD-COUNT < 10
                                   ADD 1 TO WS-HD-COUNT
                                   SET HD-IDX TO WS-HD-COUNT
                                   MOVE REPORT-IN-RECORD
                                       TO WS-HD-LINE(HD-IDX)
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

      *>   The first line an owner gets from a report brings the
      *>   report's heading lines with it.
       2200-START-SECTION.
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               IF NOT WS-BURST-OPEN
                   OPEN OUTPUT BURST-FILE
                   MOVE 'OPEN' TO WS-FS-OPERATION
                   MOVE WS-BURST-NAME TO WS-FS-FILE-NAME
                   MOVE WS-BU-STATUS TO WS-FS-STATUS
                   PERFORM 9100-CHECK-FILE-STATUS THRU
                       9100-CHECK-FILE-STATUS-EXIT
                   SET WS-BURST-OPEN TO TRUE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                      WS-REPORT-NAME DELIMITED BY SPACE
                      ' FOR ' DELIMITED BY SIZE
                      WS-PASS-OWNER-ID DELIMITED BY SPACE
                      '  BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZ-DATE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-BURST-LINE
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > WS-HD-COUNT
                   MOVE WS-HD-LINE(HD-IDX) TO WS-REPORT-LINE
                   PERFORM 2900-WRITE-BURST-LINE
               END-PERFORM
           END-IF.

       2900-WRITE-BURST-LINE.
           WRITE BURST-RECORD FROM WS-REPORT-LINE.

      *>   Where each report puts the site on its lines:
      *>     FINDRPT   finding line '  yyyymmdd program  site ...'
      *>               with the site at 21; 'ACCOUNT: ' heads each
      *>               account; the reuse note under a finding
      *>               follows it; account and grand totals dropped.
      *>     MARCODRP  day line 'yyyymmdd site ...', site at 10.
      *>     SITEDRFT  the site straight after its caption; the
      *>               closing counts line dropped.
      *>     RSPDRPT   no site anywhere -- sent whole.
       3000-CLASSIFY-LINE.
           MOVE 'H' TO WS-LINE-KIND
           MOVE SPACES TO WS-LINE-SITE
           EVALUATE TRUE
               WHEN WS-RP-WHOLE(RP-IDX)
                   MOVE 'W' TO WS-LINE-KIND
               WHEN WS-RP-FINDINGS(RP-IDX)
                   EVALUATE TRUE
                       WHEN REPORT-IN-RECORD(1:9) = 'ACCOUNT: '
                           MOVE 'A' TO WS-LINE-KIND
                       WHEN REPORT-IN-RECORD(1:20) = '  HITS FOR ACCOUNT: '
                         OR REPORT-IN-RECORD(1:16) = 'TOTAL FINDINGS: '
                           MOVE 'T' TO WS-LINE-KIND
                       WHEN REPORT-IN-RECORD(1:4) = '    '
                           MOVE 'C' TO WS-LINE-KIND
                       WHEN REPORT-IN-RECORD(1:2) = '  '
                         AND REPORT-IN-RECORD(3:8) IS NUMERIC
                           MOVE 'D' TO WS-LINE-KIND
                           MOVE REPORT-IN-RECORD(21:8) TO WS-LINE-SITE
                   END-EVALUATE
               WHEN WS-RP-MARCO(RP-IDX)
                   IF REPORT-IN-RECORD(1:8) IS NUMERIC
                       MOVE 'D' TO WS-LINE-KIND
                       MOVE REPORT-IN-RECORD(10:8) TO WS-LINE-SITE
                   END-IF
               WHEN WS-RP-DRIFT(RP-IDX)
                   EVALUATE TRUE
                       WHEN REPORT-IN-RECORD(1:9) = 'DRIFTED: '
                           MOVE 'D' TO WS-LINE-KIND
                           MOVE REPORT-IN-RECORD(10:8) TO WS-LINE-SITE
                       WHEN REPORT-IN-RECORD(1:17) = 'NEVER BASELINED: '
                           MOVE 'D' TO WS-LINE-KIND
                           MOVE REPORT-IN-RECORD(18:8) TO WS-LINE-SITE
                       WHEN REPORT-IN-RECORD(1:20) = 'NO CAPTURE TONIGHT: '
                           MOVE 'D' TO WS-LINE-KIND
                           MOVE REPORT-IN-RECORD(21:8) TO WS-LINE-SITE
                       WHEN REPORT-IN-RECORD(1:15) = 'SITES DRIFTED: '
                           MOVE 'T' TO WS-LINE-KIND
                   END-EVALUATE
           END-EVALUATE.

      *>   On the UNOWNED pass a line is ours when its site has no
      *>   owner on file at all.
       3100-CHECK-LINE-OWNER.
           MOVE 'N' TO WS-LINE-MINE-SW
           MOVE WS-LINE-SITE TO WS-SO-SITE
           IF WS-SO-SITE = SPACES
               MOVE 'DEFAULT' TO WS-SO-SITE
           END-IF
           PERFORM 8320-FIND-SITE-OWNER THRU 8320-FIND-SITE-OWNER-EXIT
           IF WS-UNOWNED-PASS
               IF NOT WS-SITE-OWNED
                   SET WS-LINE-MINE TO TRUE
               END-IF
           ELSE
               IF WS-SITE-OWNED AND WS-SO-OWNER-IX = WS-PASS-IX
                   SET WS-LINE-MINE TO TRUE
               END-IF
           END-IF.

       4000-LOG-DISTRIBUTION.
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DL-STATUS = '00' OR WS-DL-STATUS = '05'
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE WS-BIZ-DATE TO DL-DATE
               MOVE WS-PASS-OWNER-ID TO DL-OWNER-ID
               MOVE WS-REPORT-NAME TO DL-REPORT
               MOVE WS-SECTION-LINES TO DL-LINES
               MOVE WS-BURST-NAME TO DL-FILE-NAME
               MOVE WS-PASS-CONTACT TO DL-CONTACT
               WRITE DIST-LOG-RECORD
               ADD 1 TO WS-SECTIONS-LOGGED
               CLOSE DIST-LOG-FILE
           ELSE
               DISPLAY 'RPTBURST: DISTLOG NOT WRITABLE, STATUS '
                       WS-DL-STATUS
           END-IF.

       COPY SOWNPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
