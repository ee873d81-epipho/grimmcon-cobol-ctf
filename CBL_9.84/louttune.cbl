       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Login-outcome table tuning report.
      *>               Every login probe classifies its responses
      *>               through the shared LOGNOUTC table, and a response
      *>               no rule matched falls back to the old 200-is-
      *>               success meaning and is logged to LOGNMISS.  This
      *>               job reads that log for the last LOUTTUNE/DAYS
      *>               days to the business date (default 7), groups the
      *>               misses by site, code as first answered, landing
      *>               code, and captured text, and lists each distinct
      *>               response with how often it was seen, first and
      *>               last dates, the probe that last saw it, the
      *>               outcome it fell back to, and a sample correlation
      *>               ID to look it up by -- most-seen first within
      *>               each site, which is the order to write the rules
      *>               in.  Each site line also says how many rules of
      *>               its own the site has on LOGNOUTC.  Written to
      *>               LOUTRPT.  RC 4 when the summary table filled and
      *>               misses were not grouped.
      *>   2026-10-15  The miss grouping is performed through its exit,
      *>               so a full summary table no longer runs on past
      *>               it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOUTTUNE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUNE-REPORT-FILE ASSIGN TO "LOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY LOUTFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  TUNE-REPORT-FILE.
       01  TUNE-REPORT-RECORD       PIC X(132).

       COPY LOUTFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY LOUTWS.
           COPY CORRWS.
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-DAYS               PIC 9(3) VALUE 7.
           01 WS-FROM-DATE          PIC 9(8).
           01 WS-READ-COUNT         PIC 9(8) VALUE 0.
           01 WS-IN-WINDOW          PIC 9(8) VALUE 0.
           01 WS-SKIPPED            PIC 9(8) VALUE 0.

      *>   One entry per distinct unmatched response.
           01 WS-MS-COUNT           PIC 9(4) VALUE 0.
           01 WS-MS-TABLE.
              05 WS-MS-ENTRY OCCURS 2000 TIMES INDEXED BY MS-IDX.
                 10 WS-MS-SITE         PIC X(8).
                 10 WS-MS-FIRST-CODE   PIC X(3).
                 10 WS-MS-CODE         PIC X(3).
                 10 WS-MS-TEXT         PIC X(40).
                 10 WS-MS-SEEN         PIC 9(6).
                 10 WS-MS-FIRST-DATE   PIC 9(8).
                 10 WS-MS-LAST-DATE    PIC 9(8).
                 10 WS-MS-PROGRAM      PIC X(8).
                 10 WS-MS-OUTCOME      PIC X(1).
                 10 WS-MS-CORR-ID      PIC 9(8).
                 10 WS-MS-LISTED       PIC X(1).
           01 WS-MS-FOUND-SW        PIC X.
              88 WS-MS-FOUND        VALUE 'Y'.

      *>   Sites in the order first met, with their miss totals.
           01 WS-ST-COUNT           PIC 9(3) VALUE 0.
           01 WS-ST-TABLE.
              05 WS-ST-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
                 10 WS-ST-SITE         PIC X(8).
                 10 WS-ST-SEEN         PIC 9(8).
                 10 WS-ST-DISTINCT     PIC 9(4).
                 10 WS-ST-RULES        PIC 9(3).
           01 WS-ST-FOUND-SW        PIC X.
              88 WS-ST-FOUND        VALUE 'Y'.
           01 WS-DEFAULT-RULES      PIC 9(3) VALUE 0.
           01 WS-BEST-IX            PIC 9(4).
           01 WS-LISTED             PIC 9(4).

           01 WS-ED-BIG             PIC Z(7)9.
           01 WS-ED-RULES           PIC ZZ9.
           01 WS-ED-DAYS            PIC ZZ9.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SITE-LINE.
              05 FILLER             PIC X(6)  VALUE 'SITE  '.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(10) VALUE '  MISSES  '.
              05 WS-SL-SEEN         PIC Z(7)9.
              05 FILLER             PIC X(12) VALUE '  DISTINCT  '.
              05 WS-SL-DISTINCT     PIC ZZZ9.
              05 FILLER             PIC X(21) VALUE '  OWN RULES ON FILE  '.
              05 WS-SL-RULES        PIC ZZ9.
           01 WS-MS-HEADING.
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 FILLER             PIC X(6)  VALUE 'FIRST'.
              05 FILLER             PIC X(6)  VALUE 'CODE'.
              05 FILLER             PIC X(8)  VALUE '    SEEN'.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 FILLER             PIC X(9)  VALUE 'FIRST DT'.
              05 FILLER             PIC X(9)  VALUE 'LAST DT'.
              05 FILLER             PIC X(9)  VALUE 'PROGRAM'.
              05 FILLER             PIC X(4)  VALUE 'AS'.
              05 FILLER             PIC X(9)  VALUE 'SAMPLE'.
              05 FILLER             PIC X(13) VALUE 'CAPTURED TEXT'.
           01 WS-MS-DETAIL.
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-MD-FIRST-CODE   PIC X(3).
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-MD-CODE         PIC X(3).
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-MD-SEEN         PIC Z(7)9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-MD-FIRST-DATE   PIC 9(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-MD-LAST-DATE    PIC 9(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-MD-PROGRAM      PIC X(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-MD-OUTCOME      PIC X(1).
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-MD-CORR-ID      PIC 9(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-MD-TEXT         PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'LOUTTUNE' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE 'LOUTTUNE' TO WS-PM-PROGRAM-ID
           MOVE 'DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) NOT = '000'
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-DAYS
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) - WS-DAYS + 1)
           PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
               8490-LOAD-LOGIN-OUTCOMES-EXIT
           PERFORM 1000-LOAD-MISSES
           PERFORM 1500-COUNT-RULES

           OPEN OUTPUT TUNE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'LOUTRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2000-REPORT-HEADING
           IF WS-IN-WINDOW = 0
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-LO-COUNT = 0
                   MOVE 'NO LOGNOUTC TABLE ON FILE -- PROBES ARE USING THE 200-IS-SUCCESS DEFAULT'
                       TO WS-REPORT-LINE
               ELSE
                   MOVE 'NO UNMATCHED LOGIN RESPONSES IN THE WINDOW'
                       TO WS-REPORT-LINE
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           PERFORM 2100-REPORT-ONE-SITE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-ST-COUNT
           PERFORM 2800-REPORT-TOTALS
           CLOSE TUNE-REPORT-FILE

           DISPLAY 'LOUTTUNE: MISSES IN WINDOW ' WS-IN-WINDOW
                   '  DISTINCT ' WS-MS-COUNT
                   '  SITES ' WS-ST-COUNT
           IF WS-SKIPPED > 0
               DISPLAY 'LOUTTUNE: TABLE FULL, ' WS-SKIPPED
                       ' MISSES NOT GROUPED'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-MISSES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LOGIN-MISS-FILE
           IF WS-LX-STATUS = '00'
               PERFORM 1100-LOAD-ONE-MISS UNTIL END-OF-INPUT
           END-IF
           IF WS-LX-STATUS = '00' OR WS-LX-STATUS = '05'
               OR WS-LX-STATUS = '10'
               CLOSE LOGIN-MISS-FILE
           END-IF.

       1100-LOAD-ONE-MISS.
           READ LOGIN-MISS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF LX-DATE IS NUMERIC
                       AND LX-DATE NOT < WS-FROM-DATE
                       AND LX-DATE NOT > WS-BIZ-DATE
                       ADD 1 TO WS-IN-WINDOW
                       PERFORM 1200-GROUP-MISS THRU
                           1200-GROUP-MISS-EXIT
                   END-IF
           END-READ.

       1200-GROUP-MISS.
           IF LX-SITE-NAME = SPACES
               MOVE 'DEFAULT' TO LX-SITE-NAME
           END-IF
           MOVE 'N' TO WS-MS-FOUND-SW
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-MS-COUNT OR WS-MS-FOUND
               IF WS-MS-SITE(MS-IDX) = LX-SITE-NAME
                   AND WS-MS-FIRST-CODE(MS-IDX) = LX-FIRST-CODE
                   AND WS-MS-CODE(MS-IDX) = LX-CODE
                   AND WS-MS-TEXT(MS-IDX) = LX-TEXT
                   SET WS-MS-FOUND TO TRUE
                   ADD 1 TO WS-MS-SEEN(MS-IDX)
                   IF LX-DATE < WS-MS-FIRST-DATE(MS-IDX)
                       MOVE LX-DATE TO WS-MS-FIRST-DATE(MS-IDX)
                   END-IF
                   IF LX-DATE NOT < WS-MS-LAST-DATE(MS-IDX)
                       MOVE LX-DATE TO WS-MS-LAST-DATE(MS-IDX)
                       MOVE LX-PROGRAM-ID TO WS-MS-PROGRAM(MS-IDX)
                       MOVE LX-OUTCOME TO WS-MS-OUTCOME(MS-IDX)
                       MOVE LX-CORR-ID TO WS-MS-CORR-ID(MS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-MS-FOUND
               IF WS-MS-COUNT < 2000
                   ADD 1 TO WS-MS-COUNT
                   SET MS-IDX TO WS-MS-COUNT
                   MOVE LX-SITE-NAME TO WS-MS-SITE(MS-IDX)
                   MOVE LX-FIRST-CODE TO WS-MS-FIRST-CODE(MS-IDX)
                   MOVE LX-CODE TO WS-MS-CODE(MS-IDX)
                   MOVE LX-TEXT TO WS-MS-TEXT(MS-IDX)
                   MOVE 1 TO WS-MS-SEEN(MS-IDX)
                   MOVE LX-DATE TO WS-MS-FIRST-DATE(MS-IDX)
                   MOVE LX-DATE TO WS-MS-LAST-DATE(MS-IDX)
                   MOVE LX-PROGRAM-ID TO WS-MS-PROGRAM(MS-IDX)
                   MOVE LX-OUTCOME TO WS-MS-OUTCOME(MS-IDX)
                   MOVE LX-CORR-ID TO WS-MS-CORR-ID(MS-IDX)
                   MOVE 'N' TO WS-MS-LISTED(MS-IDX)
               ELSE
                   ADD 1 TO WS-SKIPPED
                   GO TO 1200-GROUP-MISS-EXIT
               END-IF
           END-IF
           PERFORM 1300-FIND-OR-ADD-SITE
           IF WS-ST-FOUND
               ADD 1 TO WS-ST-SEEN(ST-IDX)
               IF NOT WS-MS-FOUND
                   ADD 1 TO WS-ST-DISTINCT(ST-IDX)
               END-IF
           END-IF.
       1200-GROUP-MISS-EXIT.
           EXIT.

       1300-FIND-OR-ADD-SITE.
           MOVE 'N' TO WS-ST-FOUND-SW
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT OR WS-ST-FOUND
               IF WS-ST-SITE(ST-IDX) = LX-SITE-NAME
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ST-FOUND
               SET ST-IDX DOWN BY 1
           ELSE
               IF WS-ST-COUNT < 100
                   ADD 1 TO WS-ST-COUNT
                   SET ST-IDX TO WS-ST-COUNT
                   MOVE LX-SITE-NAME TO WS-ST-SITE(ST-IDX)
                   MOVE 0 TO WS-ST-SEEN(ST-IDX)
                             WS-ST-DISTINCT(ST-IDX)
                             WS-ST-RULES(ST-IDX)
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-IF.

      *>   How many rules of its own each site already has, and how
      *>   many DEFAULT rules every site falls back to.
       1500-COUNT-RULES.
           PERFORM VARYING LO-IDX FROM 1 BY 1
                   UNTIL LO-IDX > WS-LO-COUNT
               IF WS-LO-T-SITE(LO-IDX) = 'DEFAULT'
                   ADD 1 TO WS-DEFAULT-RULES
               END-IF
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-ST-COUNT
                   IF WS-ST-SITE(ST-IDX) = WS-LO-T-SITE(LO-IDX)
                       ADD 1 TO WS-ST-RULES(ST-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOUTTUNE  UNMATCHED LOGIN RESPONSES    BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-DAYS TO WS-ED-DAYS
           MOVE WS-DEFAULT-RULES TO WS-ED-RULES
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WINDOW ' DELIMITED BY SIZE
                  WS-ED-DAYS DELIMITED BY SIZE
                  ' DAYS FROM ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  '    DEFAULT RULES ON LOGNOUTC ' DELIMITED BY SIZE
                  WS-ED-RULES DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'AS = OUTCOME THE PROBE FELL BACK TO (S SUCCESS, F FAIL)'
               TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *>   The site's distinct responses, most-seen first.
       2100-REPORT-ONE-SITE.
           MOVE WS-ST-SITE(ST-IDX) TO WS-SL-SITE
           MOVE WS-ST-SEEN(ST-IDX) TO WS-SL-SEEN
           MOVE WS-ST-DISTINCT(ST-IDX) TO WS-SL-DISTINCT
           MOVE WS-ST-RULES(ST-IDX) TO WS-SL-RULES
           MOVE WS-SITE-LINE TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-MS-HEADING TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 0 TO WS-LISTED
           PERFORM 2200-LIST-NEXT-MISS
               UNTIL WS-LISTED NOT < WS-ST-DISTINCT(ST-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2200-LIST-NEXT-MISS.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-MS-COUNT
               IF WS-MS-SITE(MS-IDX) = WS-ST-SITE(ST-IDX)
                   AND WS-MS-LISTED(MS-IDX) = 'N'
                   IF WS-BEST-IX = 0
                       SET WS-BEST-IX TO MS-IDX
                   ELSE
                       IF WS-MS-SEEN(MS-IDX) > WS-MS-SEEN(WS-BEST-IX)
                           SET WS-BEST-IX TO MS-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-LISTED
           IF WS-BEST-IX > 0
               MOVE 'Y' TO WS-MS-LISTED(WS-BEST-IX)
               MOVE WS-MS-FIRST-CODE(WS-BEST-IX) TO WS-MD-FIRST-CODE
               MOVE WS-MS-CODE(WS-BEST-IX) TO WS-MD-CODE
               MOVE WS-MS-SEEN(WS-BEST-IX) TO WS-MD-SEEN
               MOVE WS-MS-FIRST-DATE(WS-BEST-IX) TO WS-MD-FIRST-DATE
               MOVE WS-MS-LAST-DATE(WS-BEST-IX) TO WS-MD-LAST-DATE
               MOVE WS-MS-PROGRAM(WS-BEST-IX) TO WS-MD-PROGRAM
               MOVE WS-MS-OUTCOME(WS-BEST-IX) TO WS-MD-OUTCOME
               MOVE WS-MS-CORR-ID(WS-BEST-IX) TO WS-MD-CORR-ID
               MOVE WS-MS-TEXT(WS-BEST-IX) TO WS-MD-TEXT
               MOVE WS-MS-DETAIL TO WS-REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2800-REPORT-TOTALS.
           MOVE WS-IN-WINDOW TO WS-ED-BIG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'UNMATCHED RESPONSES IN WINDOW ' DELIMITED BY SIZE
                  WS-ED-BIG DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-ED-BIG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TABLE FULL -- MISSES NOT GROUPED '
                          DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2900-WRITE-REPORT-LINE.
           WRITE TUNE-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY LOUTPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
