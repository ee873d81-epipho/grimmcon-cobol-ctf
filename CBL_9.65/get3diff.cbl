       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  GET3's two-dimensional sweep
      *>               (GET3CATS categories by GET3ITEM items) leaves
      *>               one PROBERES line per request, and picking the
      *>               interesting items out of hundreds of near-
      *>               identical 200s and 404s was a read-through by
      *>               hand.  This post-sweep analysis takes the
      *>               business date's GET3 pair requests, matches
      *>               each to its response in the GET3RESP capture
      *>               by correlation ID (the capture line is the
      *>               usual correlation ID and status line, then the
      *>               response body length and a body marker), and
      *>               groups the responses within each site and
      *>               category by signature: status code, body
      *>               length band (central parameter GET3DIFF/LEN-
      *>               BAND, default 100 bytes, so an item echoed back
      *>               in the page does not split a group) and marker.
      *>               The most common signature is the category's
      *>               majority; every item answering differently is
      *>               an outlier and is listed on GET3DFRP with the
      *>               majority it departed from.  A request with no
      *>               captured response falls back to its PROBERES
      *>               code and a NO CAPTURE marker, so a dropped
      *>               response is an outlier too rather than silently
      *>               missing.  Any outlier ends with RETURN-CODE 4.
      *>   2026-10-15  The GET3DFRP report open is status-checked like
      *>               the other report opens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET3DIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPTURE-FILE ASSIGN TO "GET3RESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT DIFF-REPORT-FILE ASSIGN TO "GET3DFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PROBERFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
      *>   GET3RESP: correlation ID in columns 1-8 and the raw status
      *>   line from column 10, as on the other response captures,
      *>   then the body length (82-89) and the body marker -- the
      *>   page title or first distinctive text -- from column 91.
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           05 RC-CORR-ID            PIC X(8).
           05 FILLER                PIC X.
           05 RC-STATUS-LINE        PIC X(71).
           05 FILLER                PIC X.
           05 RC-BODY-LENGTH        PIC X(8).
           05 FILLER                PIC X.
           05 RC-BODY-MARK          PIC X(30).

       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-RECORD       PIC X(132).

       COPY PROBERFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY PROBERWS.
           COPY PARMWS.
           COPY FILESTWS.
           COPY BIZDTWS.
           01 WS-RC-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-RC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CAPTURE     VALUE 'Y'.
           01 WS-PRF-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-PROBE-RESULTS VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-LEN-BAND           PIC 9(6) VALUE 100.
      *>   The night's captured responses, found by correlation ID
      *>   from where the last match landed, as the shared matcher
      *>   does.
           01 WS-CAP-COUNT          PIC 9(5) VALUE 0.
           01 WS-CAP-TABLE.
              05 WS-CAP-ENTRY OCCURS 10000 TIMES INDEXED BY CP-IDX.
                 10 WS-CP-CORR-ID      PIC 9(8).
                 10 WS-CP-CODE         PIC X(3).
                 10 WS-CP-LENGTH       PIC 9(8).
                 10 WS-CP-MARK         PIC X(30).
                 10 WS-CP-USED-SW      PIC X.
           01 WS-CAP-DROPPED        PIC 9(6) VALUE 0.
           01 WS-CAP-MALFORMED      PIC 9(6) VALUE 0.
           01 WS-CAP-CURSOR         PIC 9(5) VALUE 1.
           01 WS-CAP-SCAN           PIC 9(5).
           01 WS-CAP-FOUND-SW       PIC X.
              88 WS-CAP-FOUND       VALUE 'Y'.
           01 WS-CORR-X             PIC X(8).
           01 WS-CORR-N REDEFINES WS-CORR-X PIC 9(8).
           01 WS-STATUS-LINE        PIC X(80).
           01 WS-PROTOCOL           PIC X(8).
           01 WS-CODE               PIC X(3).
           01 WS-REASON             PIC X(40).
           01 WS-VALID-FLAG         PIC X(1).
      *>   One entry per GET3 pair request on the business date.
           01 WS-RES-COUNT          PIC 9(5) VALUE 0.
           01 WS-RES-TABLE.
              05 WS-RES-ENTRY OCCURS 5000 TIMES INDEXED BY RS-IDX.
                 10 WS-RS-SITE         PIC X(8).
                 10 WS-RS-CATEGORY     PIC X(8).
                 10 WS-RS-ITEM         PIC X(8).
                 10 WS-RS-CORR-ID      PIC 9(8).
                 10 WS-RS-LENGTH       PIC 9(8).
                 10 WS-RS-GROUP        PIC 9(4).
           01 WS-RES-DROPPED        PIC 9(6) VALUE 0.
      *>   One entry per distinct signature within a site/category.
           01 WS-GRP-COUNT          PIC 9(4) VALUE 0.
           01 WS-GRP-TABLE.
              05 WS-GRP-ENTRY OCCURS 2000 TIMES INDEXED BY GR-IDX.
                 10 WS-GR-SITE         PIC X(8).
                 10 WS-GR-CATEGORY     PIC X(8).
                 10 WS-GR-CODE         PIC X(3).
                 10 WS-GR-BAND         PIC 9(8).
                 10 WS-GR-MARK         PIC X(30).
                 10 WS-GR-COUNT        PIC 9(5).
           01 WS-GRP-DROPPED        PIC 9(6) VALUE 0.
           01 WS-CAT-COUNT          PIC 9(4) VALUE 0.
           01 WS-CAT-TABLE.
              05 WS-CAT-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IDX.
                 10 WS-CT-SITE         PIC X(8).
                 10 WS-CT-CATEGORY     PIC X(8).
                 10 WS-CT-TOTAL        PIC 9(5).
                 10 WS-CT-SIGNATURES   PIC 9(4).
                 10 WS-CT-MAJORITY     PIC 9(4).
                 10 WS-CT-OUTLIERS     PIC 9(5).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-WORK-SITE          PIC X(8).
           01 WS-WORK-CATEGORY      PIC X(8).
           01 WS-WORK-ITEM          PIC X(8).
           01 WS-WORK-CODE          PIC X(3).
           01 WS-WORK-LENGTH        PIC 9(8).
           01 WS-WORK-BAND          PIC 9(8).
           01 WS-WORK-MARK          PIC X(30).
           01 WS-WORK-GROUP         PIC 9(4).
           01 WS-URI-HEAD           PIC X(90).
           01 WS-URI-TAIL           PIC X(90).
           01 WS-PAIR-REQUESTS      PIC 9(6) VALUE 0.
           01 WS-NO-CAPTURE         PIC 9(6) VALUE 0.
           01 WS-OUTLIER-COUNT      PIC 9(6) VALUE 0.
           01 WS-NO-MAJORITY-COUNT  PIC 9(4) VALUE 0.
           01 WS-HALF-TOTAL         PIC 9(5).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-CAT-LINE.
              05 FILLER             PIC X(5) VALUE 'SITE '.
              05 WS-CL-SITE         PIC X(8).
              05 FILLER             PIC X(11) VALUE '  CATEGORY '.
              05 WS-CL-CATEGORY     PIC X(8).
              05 FILLER             PIC X(13) VALUE '  RESPONSES '.
              05 WS-CL-TOTAL        PIC ZZZZ9.
              05 FILLER             PIC X(14) VALUE '  SIGNATURES '.
              05 WS-CL-SIGNATURES   PIC ZZZ9.
              05 FILLER             PIC X(12) VALUE '  OUTLIERS '.
              05 WS-CL-OUTLIERS     PIC ZZZZ9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-CL-NOTE         PIC X(20).
           01 WS-GRP-LINE.
              05 FILLER             PIC X(9) VALUE '    CODE '.
              05 WS-GL-CODE         PIC X(3).
              05 FILLER             PIC X(8) VALUE '  BYTES '.
              05 WS-GL-BAND-LOW     PIC ZZZZZZZ9.
              05 FILLER             PIC X(1) VALUE '-'.
              05 WS-GL-BAND-HIGH    PIC ZZZZZZZ9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-GL-MARK         PIC X(30).
              05 FILLER             PIC X(8) VALUE '  COUNT '.
              05 WS-GL-COUNT        PIC ZZZZ9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-GL-FLAG         PIC X(8).
           01 WS-OUT-LINE.
              05 WS-OL-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-CATEGORY     PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-ITEM         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-CORR-ID      PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-CODE         PIC X(3).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-LENGTH       PIC ZZZZZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-MARK         PIC X(30).
              05 FILLER             PIC X(6) VALUE ' VS  '.
              05 WS-OL-MAJ-CODE     PIC X(3).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-MAJ-BAND     PIC ZZZZZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-OL-MAJ-MARK     PIC X(30).
           01 WS-DISP-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'GET3DIFF' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE WS-BIZ-DATE TO WS-RUN-DATE
           MOVE 'GET3DIFF' TO WS-PM-PROGRAM-ID
           MOVE 'LEN-BAND' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:6) NOT = '000000'
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-LEN-BAND
           END-IF
           PERFORM 1000-LOAD-CAPTURE
           PERFORM 2000-LOAD-PAIR-REQUESTS
           PERFORM 3000-FIND-MAJORITIES
           PERFORM 4000-WRITE-REPORT
           MOVE WS-PAIR-REQUESTS TO WS-DISP-COUNT
           DISPLAY 'GET3DIFF: ' WS-DISP-COUNT ' GET3 PAIR RESPONSES, '
                   WS-CAT-COUNT ' CATEGORIES, ' WS-OUTLIER-COUNT
                   ' OUTLIERS'
           IF WS-OUTLIER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-CAPTURE.
           OPEN INPUT CAPTURE-FILE
           IF WS-RC-STATUS = '00'
               PERFORM 1100-LOAD-ONE-CAPTURE UNTIL END-OF-CAPTURE
               CLOSE CAPTURE-FILE
           END-IF.

       1100-LOAD-ONE-CAPTURE.
           READ CAPTURE-FILE
               AT END SET END-OF-CAPTURE TO TRUE
               NOT AT END
                   MOVE RC-CORR-ID TO WS-CORR-X
                   MOVE SPACES TO WS-STATUS-LINE
                   MOVE RC-STATUS-LINE TO WS-STATUS-LINE
                   CALL 'HTTPRESP' USING WS-STATUS-LINE,
                       WS-PROTOCOL, WS-CODE, WS-REASON, WS-VALID-FLAG
                   IF WS-CORR-X IS NOT NUMERIC
                       OR WS-VALID-FLAG NOT = 'Y'
                       ADD 1 TO WS-CAP-MALFORMED
                   ELSE
                       IF WS-CAP-COUNT < 10000
                           ADD 1 TO WS-CAP-COUNT
                           SET CP-IDX TO WS-CAP-COUNT
                           MOVE WS-CORR-N TO WS-CP-CORR-ID(CP-IDX)
                           MOVE WS-CODE TO WS-CP-CODE(CP-IDX)
                           IF RC-BODY-LENGTH IS NUMERIC
                               MOVE RC-BODY-LENGTH
                                   TO WS-CP-LENGTH(CP-IDX)
                           ELSE
                               MOVE 0 TO WS-CP-LENGTH(CP-IDX)
                           END-IF
                           MOVE RC-BODY-MARK TO WS-CP-MARK(CP-IDX)
                           MOVE 'N' TO WS-CP-USED-SW(CP-IDX)
                       ELSE
                           ADD 1 TO WS-CAP-DROPPED
                       END-IF
                   END-IF
           END-READ.

       2000-LOAD-PAIR-REQUESTS.
           OPEN INPUT PROBE-RESULT-FILE
           IF WS-FS-STATUS = '00'
               PERFORM 2100-LOAD-ONE-RESULT THRU 2100-LOAD-ONE-EXIT
                   UNTIL END-OF-PROBE-RESULTS
               CLOSE PROBE-RESULT-FILE
           END-IF.

      *>   Only the pair sweep's requests are analysed; the classic
      *>   numbered header sweep has no categories to compare within.
       2100-LOAD-ONE-RESULT.
           READ PROBE-RESULT-FILE
               AT END SET END-OF-PROBE-RESULTS TO TRUE
           END-READ
           IF END-OF-PROBE-RESULTS
               OR PR-DATE NOT = WS-RUN-DATE
               OR PR-PROGRAM-ID NOT = 'GET3'
               GO TO 2100-LOAD-ONE-EXIT
           END-IF
           MOVE SPACES TO WS-URI-HEAD
           MOVE SPACES TO WS-URI-TAIL
           UNSTRING PR-REQUEST-LINE DELIMITED BY 'lookup.php?cat='
               INTO WS-URI-HEAD WS-URI-TAIL
           END-UNSTRING
           IF WS-URI-TAIL = SPACES
               GO TO 2100-LOAD-ONE-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-CATEGORY
           MOVE SPACES TO WS-WORK-ITEM
           UNSTRING WS-URI-TAIL DELIMITED BY '&item=' OR ' '
               INTO WS-WORK-CATEGORY WS-WORK-ITEM
           END-UNSTRING
           ADD 1 TO WS-PAIR-REQUESTS
           MOVE PR-SITE-NAME TO WS-WORK-SITE
           PERFORM 2200-FIND-CAPTURE
           IF WS-CAP-FOUND
               MOVE WS-CP-CODE(CP-IDX) TO WS-WORK-CODE
               MOVE WS-CP-LENGTH(CP-IDX) TO WS-WORK-LENGTH
               MOVE WS-CP-MARK(CP-IDX) TO WS-WORK-MARK
               DIVIDE WS-WORK-LENGTH BY WS-LEN-BAND
                   GIVING WS-WORK-BAND
           ELSE
               ADD 1 TO WS-NO-CAPTURE
               MOVE PR-RESPONSE-CODE TO WS-WORK-CODE
               MOVE 0 TO WS-WORK-LENGTH
               MOVE 0 TO WS-WORK-BAND
               MOVE '(NO CAPTURE)' TO WS-WORK-MARK
           END-IF
           PERFORM 2300-POST-TO-GROUP
           IF WS-RES-COUNT < 5000
               ADD 1 TO WS-RES-COUNT
               SET RS-IDX TO WS-RES-COUNT
               MOVE WS-WORK-SITE TO WS-RS-SITE(RS-IDX)
               MOVE WS-WORK-CATEGORY TO WS-RS-CATEGORY(RS-IDX)
               MOVE WS-WORK-ITEM TO WS-RS-ITEM(RS-IDX)
               MOVE PR-CORRELATION-ID TO WS-RS-CORR-ID(RS-IDX)
               MOVE WS-WORK-LENGTH TO WS-RS-LENGTH(RS-IDX)
               MOVE WS-WORK-GROUP TO WS-RS-GROUP(RS-IDX)
           ELSE
               ADD 1 TO WS-RES-DROPPED
           END-IF.
       2100-LOAD-ONE-EXIT.
           EXIT.

       2200-FIND-CAPTURE.
           MOVE 'N' TO WS-CAP-FOUND-SW
           IF WS-CAP-COUNT > 0
               MOVE WS-CAP-CURSOR TO WS-CAP-SCAN
               PERFORM 2210-CHECK-ONE-CAPTURE
                   WITH TEST AFTER
                   UNTIL WS-CAP-FOUND OR WS-CAP-SCAN = WS-CAP-CURSOR
           END-IF.

       2210-CHECK-ONE-CAPTURE.
           SET CP-IDX TO WS-CAP-SCAN
           IF WS-CP-CORR-ID(CP-IDX) = PR-CORRELATION-ID
               AND WS-CP-USED-SW(CP-IDX) = 'N'
               MOVE 'Y' TO WS-CP-USED-SW(CP-IDX)
               SET WS-CAP-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-CAP-SCAN
           IF WS-CAP-SCAN > WS-CAP-COUNT
               MOVE 1 TO WS-CAP-SCAN
           END-IF
           IF WS-CAP-FOUND
               MOVE WS-CAP-SCAN TO WS-CAP-CURSOR
           END-IF.

      *>   WS-WORK-GROUP comes back zero when the group table is full;
      *>   such a response is counted but cannot be compared.
       2300-POST-TO-GROUP.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-WORK-GROUP
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GRP-COUNT OR WS-FOUND
               IF WS-GR-SITE(GR-IDX) = WS-WORK-SITE
                   AND WS-GR-CATEGORY(GR-IDX) = WS-WORK-CATEGORY
                   AND WS-GR-CODE(GR-IDX) = WS-WORK-CODE
                   AND WS-GR-BAND(GR-IDX) = WS-WORK-BAND
                   AND WS-GR-MARK(GR-IDX) = WS-WORK-MARK
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-GR-COUNT(GR-IDX)
                   SET WS-WORK-GROUP TO GR-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-GRP-COUNT < 2000
                   ADD 1 TO WS-GRP-COUNT
                   SET GR-IDX TO WS-GRP-COUNT
                   MOVE WS-WORK-SITE TO WS-GR-SITE(GR-IDX)
                   MOVE WS-WORK-CATEGORY TO WS-GR-CATEGORY(GR-IDX)
                   MOVE WS-WORK-CODE TO WS-GR-CODE(GR-IDX)
                   MOVE WS-WORK-BAND TO WS-GR-BAND(GR-IDX)
                   MOVE WS-WORK-MARK TO WS-GR-MARK(GR-IDX)
                   MOVE 1 TO WS-GR-COUNT(GR-IDX)
                   MOVE WS-GRP-COUNT TO WS-WORK-GROUP
               ELSE
                   ADD 1 TO WS-GRP-DROPPED
               END-IF
           END-IF.

      *>   The majority is the signature most of the category's items
      *>   answered with (the first seen wins a tie).  Where it is not
      *>   more than half the category, the category is noted on the
      *>   report as having no clear majority: its outliers are still
      *>   listed, but they want reading with that in mind.
       3000-FIND-MAJORITIES.
           PERFORM 3100-POST-GROUP-TO-CATEGORY
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRP-COUNT
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
               IF WS-RS-GROUP(RS-IDX) > 0
                   PERFORM 3200-FIND-RESULT-CATEGORY
                   IF WS-RS-GROUP(RS-IDX) NOT = WS-CT-MAJORITY(CT-IDX)
                       ADD 1 TO WS-CT-OUTLIERS(CT-IDX)
                       ADD 1 TO WS-OUTLIER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT
               SET GR-IDX TO WS-CT-MAJORITY(CT-IDX)
               DIVIDE WS-CT-TOTAL(CT-IDX) BY 2 GIVING WS-HALF-TOTAL
               IF WS-CT-SIGNATURES(CT-IDX) > 1
                   AND WS-GR-COUNT(GR-IDX) NOT > WS-HALF-TOTAL
                   ADD 1 TO WS-NO-MAJORITY-COUNT
               END-IF
           END-PERFORM.

       3100-POST-GROUP-TO-CATEGORY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT OR WS-FOUND
               IF WS-CT-SITE(CT-IDX) = WS-GR-SITE(GR-IDX)
                   AND WS-CT-CATEGORY(CT-IDX) = WS-GR-CATEGORY(GR-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET CT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-CAT-COUNT
               SET CT-IDX TO WS-CAT-COUNT
               MOVE WS-GR-SITE(GR-IDX) TO WS-CT-SITE(CT-IDX)
               MOVE WS-GR-CATEGORY(GR-IDX) TO WS-CT-CATEGORY(CT-IDX)
               MOVE 0 TO WS-CT-TOTAL(CT-IDX)
               MOVE 0 TO WS-CT-SIGNATURES(CT-IDX)
               SET WS-CT-MAJORITY(CT-IDX) TO GR-IDX
               MOVE 0 TO WS-CT-OUTLIERS(CT-IDX)
           END-IF
           ADD WS-GR-COUNT(GR-IDX) TO WS-CT-TOTAL(CT-IDX)
           ADD 1 TO WS-CT-SIGNATURES(CT-IDX)
           IF WS-GR-COUNT(GR-IDX)
               > WS-GR-COUNT(WS-CT-MAJORITY(CT-IDX))
               SET WS-CT-MAJORITY(CT-IDX) TO GR-IDX
           END-IF.

       3200-FIND-RESULT-CATEGORY.
           MOVE 'N' TO WS-FOUND-SW
           SET GR-IDX TO WS-RS-GROUP(RS-IDX)
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CAT-COUNT OR WS-FOUND
               IF WS-CT-SITE(CT-IDX) = WS-GR-SITE(GR-IDX)
                   AND WS-CT-CATEGORY(CT-IDX) = WS-GR-CATEGORY(GR-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           SET CT-IDX DOWN BY 1.

       4000-WRITE-REPORT.
           OPEN OUTPUT DIFF-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'GET3DFRP' TO WS-FS-FILE-NAME
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'GET3 SWEEP RESPONSE DIFFERENTIAL' TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   LENGTH BAND: ' DELIMITED BY SIZE
                  WS-LEN-BAND DELIMITED BY SIZE
                  ' BYTES' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'RESPONSE SIGNATURES BY CATEGORY' TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CAT-COUNT = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 4100-WRITE-ONE-CATEGORY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CAT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'OUTLIER ITEMS -- RESPONSE DIFFERS FROM THE CATEGORY MAJORITY'
               TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'SITE     CATEGORY ITEM     CORR-ID  COD   LENGTH MARKER'
               TO WS-REPORT-LINE
           MOVE 'VS   MAJ BAND-LOW MAJORITY MARKER'
               TO WS-REPORT-LINE(81:)
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OUTLIER-COUNT = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 4300-WRITE-ONE-OUTLIER
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RES-COUNT
           PERFORM 4900-WRITE-TOTALS
           CLOSE DIFF-REPORT-FILE.

       4100-WRITE-ONE-CATEGORY.
           SET GR-IDX TO WS-CT-MAJORITY(CT-IDX)
           DIVIDE WS-CT-TOTAL(CT-IDX) BY 2 GIVING WS-HALF-TOTAL
           MOVE WS-CT-SITE(CT-IDX) TO WS-CL-SITE
           MOVE WS-CT-CATEGORY(CT-IDX) TO WS-CL-CATEGORY
           MOVE WS-CT-TOTAL(CT-IDX) TO WS-CL-TOTAL
           MOVE WS-CT-SIGNATURES(CT-IDX) TO WS-CL-SIGNATURES
           MOVE WS-CT-OUTLIERS(CT-IDX) TO WS-CL-OUTLIERS
           MOVE SPACES TO WS-CL-NOTE
           IF WS-CT-SIGNATURES(CT-IDX) > 1
               AND WS-GR-COUNT(GR-IDX) NOT > WS-HALF-TOTAL
               MOVE '** NO CLEAR MAJORITY' TO WS-CL-NOTE
           END-IF
           WRITE DIFF-REPORT-RECORD FROM WS-CAT-LINE
           PERFORM 4200-WRITE-ONE-GROUP
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRP-COUNT.

       4200-WRITE-ONE-GROUP.
           IF WS-GR-SITE(GR-IDX) = WS-CT-SITE(CT-IDX)
               AND WS-GR-CATEGORY(GR-IDX) = WS-CT-CATEGORY(CT-IDX)
               MOVE WS-GR-CODE(GR-IDX) TO WS-GL-CODE
               COMPUTE WS-GL-BAND-LOW = WS-GR-BAND(GR-IDX) * WS-LEN-BAND
               COMPUTE WS-GL-BAND-HIGH =
                   ((WS-GR-BAND(GR-IDX) + 1) * WS-LEN-BAND) - 1
               MOVE WS-GR-MARK(GR-IDX) TO WS-GL-MARK
               MOVE WS-GR-COUNT(GR-IDX) TO WS-GL-COUNT
               IF GR-IDX = WS-CT-MAJORITY(CT-IDX)
                   MOVE 'MAJORITY' TO WS-GL-FLAG
               ELSE
                   MOVE 'OUTLIER' TO WS-GL-FLAG
               END-IF
               WRITE DIFF-REPORT-RECORD FROM WS-GRP-LINE
           END-IF.

       4300-WRITE-ONE-OUTLIER.
           IF WS-RS-GROUP(RS-IDX) > 0
               PERFORM 3200-FIND-RESULT-CATEGORY
               IF WS-RS-GROUP(RS-IDX) NOT = WS-CT-MAJORITY(CT-IDX)
                   MOVE WS-RS-SITE(RS-IDX) TO WS-OL-SITE
                   MOVE WS-RS-CATEGORY(RS-IDX) TO WS-OL-CATEGORY
                   MOVE WS-RS-ITEM(RS-IDX) TO WS-OL-ITEM
                   MOVE WS-RS-CORR-ID(RS-IDX) TO WS-OL-CORR-ID
                   MOVE WS-RS-LENGTH(RS-IDX) TO WS-OL-LENGTH
                   SET GR-IDX TO WS-RS-GROUP(RS-IDX)
                   MOVE WS-GR-CODE(GR-IDX) TO WS-OL-CODE
                   MOVE WS-GR-MARK(GR-IDX) TO WS-OL-MARK
                   SET GR-IDX TO WS-CT-MAJORITY(CT-IDX)
                   MOVE WS-GR-CODE(GR-IDX) TO WS-OL-MAJ-CODE
                   COMPUTE WS-OL-MAJ-BAND =
                       WS-GR-BAND(GR-IDX) * WS-LEN-BAND
                   MOVE WS-GR-MARK(GR-IDX) TO WS-OL-MAJ-MARK
                   WRITE DIFF-REPORT-RECORD FROM WS-OUT-LINE
               END-IF
           END-IF.

       4900-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GET3 PAIR RESPONSES ANALYSED: ' DELIMITED BY SIZE
                  WS-PAIR-REQUESTS DELIMITED BY SIZE
                  '   WITH NO CAPTURED RESPONSE: ' DELIMITED BY SIZE
                  WS-NO-CAPTURE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CATEGORIES: ' DELIMITED BY SIZE
                  WS-CAT-COUNT DELIMITED BY SIZE
                  '   WITH NO CLEAR MAJORITY: ' DELIMITED BY SIZE
                  WS-NO-MAJORITY-COUNT DELIMITED BY SIZE
                  '   OUTLIER ITEMS: ' DELIMITED BY SIZE
                  WS-OUTLIER-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CAP-MALFORMED > 0 OR WS-CAP-DROPPED > 0
               OR WS-RES-DROPPED > 0 OR WS-GRP-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** WARNING: MALFORMED CAPTURE LINES '
                          DELIMITED BY SIZE
                      WS-CAP-MALFORMED DELIMITED BY SIZE
                      '  CAPTURE LINES OVER TABLE ' DELIMITED BY SIZE
                      WS-CAP-DROPPED DELIMITED BY SIZE
                      '  RESPONSES NOT COMPARED ' DELIMITED BY SIZE
                      WS-RES-DROPPED DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-GRP-DROPPED DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
