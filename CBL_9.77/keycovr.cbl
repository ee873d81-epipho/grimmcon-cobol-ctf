       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Keyspace coverage report for the
      *>               MICKEY and PLUTO sweeps, one line per site and
      *>               target: the keyspace the sweep walks, the
      *>               distinct combinations already sent (counted
      *>               from the attempted-combination registry,
      *>               ATTEMPTS, which holds each one once), the
      *>               percentage covered, the average sent per night
      *>               across the nights the target has been worked,
      *>               the nights still needed at that pace with the
      *>               date that puts it at, and whether a finding has
      *>               already ended the sweep.  Targets on the
      *>               verified (or hand) lists that have not been
      *>               touched yet are shown as not started.  The
      *>               keyspace follows the sweeps' own settings:
      *>               MICKEY's 10,000 PINs; PLUTO's charset, its
      *>               dictionary (PLUTDICT, in DICT and SPRAY mode),
      *>               or the rule stream's ceiling.  Written to
      *>               COVRRPT.  RC 4 when the target table is full and
      *>               registry entries could not be counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYCOVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARGET-LIST-FILE ASSIGN TO WS-TARGET-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "PLUTDICT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO "COVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY ATRGFC.
           COPY FINDFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-LIST-FILE.
       01  TARGET-LIST-RECORD       PIC X(20).

      *>   Only counted here, to size PLUTO's dictionary keyspace.
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD        PIC X(20).

       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD   PIC X(132).

       COPY ATRGFD.
       COPY FINDFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY ATRGWS.
           COPY FINDWS.
           01 WS-TL-STATUS          PIC X(2).
           01 WS-DC-STATUS          PIC X(2).
           01 WS-TARGET-LIST-NAME   PIC X(8).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-BIZ-INT            PIC 9(8).

      *>   The two sweeps measured, with the keyspace each walks.
           01 WS-PG-TABLE.
              05 WS-PG-ENTRY OCCURS 2 TIMES INDEXED BY PG-IDX.
                 10 WS-PG-NAME         PIC X(8).
                 10 WS-PG-PREFIX       PIC X(4).
                 10 WS-PG-KEYSPACE     PIC 9(5).
                 10 WS-PG-NOTE         PIC X(40).
                 10 WS-PG-ROWS         PIC 9(4).
                 10 WS-PG-ATTEMPTED    PIC 9(10).
                 10 WS-PG-ENDED        PIC 9(4).
                 10 WS-PG-COVERED      PIC 9(4).
           01 WS-DICT-COUNT         PIC 9(5) VALUE 0.

      *>   One row per site, sweep and target.
           01 WS-KC-COUNT           PIC 9(4) VALUE 0.
           01 WS-KC-SKIPPED         PIC 9(8) VALUE 0.
           01 WS-KC-TABLE.
              05 WS-KC-ENTRY OCCURS 400 TIMES INDEXED BY KC-IDX.
                 10 WS-KC-SITE         PIC X(8).
                 10 WS-KC-PG           PIC 9(1).
                 10 WS-KC-USERID       PIC X(20).
                 10 WS-KC-ATTEMPTED    PIC 9(8).
                 10 WS-KC-FIRST-DATE   PIC 9(8).
                 10 WS-KC-LAST-DATE    PIC 9(8).
                 10 WS-KC-HIT-DATE     PIC 9(8).
           01 WS-HIT-IX             PIC 9(4).
           01 WS-FIND-SITE          PIC X(8).
           01 WS-FIND-PG            PIC 9(1).
           01 WS-FIND-USERID        PIC X(20).
           01 WS-WORK-PROGRAM       PIC X(8).
           01 WS-OTHER-COUNT        PIC 9(8) VALUE 0.

      *>   Per-row arithmetic.
           01 WS-PCT                PIC 9(3)V9.
           01 WS-ACTIVE-NIGHTS      PIC 9(6).
           01 WS-AVG-NIGHT          PIC 9(6).
           01 WS-REMAINING          PIC 9(8).
           01 WS-NIGHTS-LEFT        PIC 9(6).
           01 WS-DUE-DATE           PIC 9(8).
           01 WS-STANDING           PIC X(40).

           01 WS-ED-COUNT           PIC ZZZ9.
           01 WS-ED-BIG             PIC Z(9)9.
           01 WS-ED-KEYSPACE        PIC ZZZZ9.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-KC-HEADING.
              05 FILLER             PIC X(9)  VALUE 'SITE'.
              05 FILLER             PIC X(9)  VALUE 'SWEEP'.
              05 FILLER             PIC X(21) VALUE 'TARGET'.
              05 FILLER             PIC X(9)  VALUE ' KEYSPACE'.
              05 FILLER             PIC X(10) VALUE ' ATTEMPTED'.
              05 FILLER             PIC X(7)  VALUE '    PCT'.
              05 FILLER             PIC X(9)  VALUE '  /NIGHT'.
              05 FILLER             PIC X(8)  VALUE '  NIGHTS'.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 FILLER             PIC X(8)  VALUE 'STANDING'.
           01 WS-KC-DETAIL.
              05 WS-KD-SITE         PIC X(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-KD-PROGRAM      PIC X(8).
              05 FILLER             PIC X     VALUE SPACE.
              05 WS-KD-USERID       PIC X(20).
              05 FILLER             PIC X(4)  VALUE SPACES.
              05 WS-KD-KEYSPACE     PIC ZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-KD-ATTEMPTED    PIC ZZZZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-KD-PCT          PIC ZZ9.9.
              05 FILLER             PIC X(3)  VALUE SPACES.
              05 WS-KD-AVG          PIC ZZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-KD-NIGHTS       PIC ZZZZZ9.
              05 FILLER             PIC X(2)  VALUE SPACES.
              05 WS-KD-STANDING     PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'KEYCOVR' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           COMPUTE WS-BIZ-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
           PERFORM 1000-SET-UP-SWEEPS
           PERFORM 1200-LOAD-TARGETS
           PERFORM 1300-COUNT-ATTEMPTS
           PERFORM 1400-APPLY-FINDINGS

           OPEN OUTPUT COVERAGE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'COVRRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2000-REPORT-HEADING
           PERFORM 2100-REPORT-ONE-ROW
               VARYING KC-IDX FROM 1 BY 1
               UNTIL KC-IDX > WS-KC-COUNT
           PERFORM 3000-REPORT-TOTALS
           CLOSE COVERAGE-REPORT-FILE

           DISPLAY 'KEYCOVR: TARGETS ' WS-KC-COUNT
                   '  MICKEY ATTEMPTED ' WS-PG-ATTEMPTED(1)
                   '  PLUTO ATTEMPTED ' WS-PG-ATTEMPTED(2)
           IF WS-KC-SKIPPED > 0
               DISPLAY 'KEYCOVR: TARGET TABLE FULL, ' WS-KC-SKIPPED
                       ' REGISTRY ENTRIES NOT COUNTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   The keyspace as each sweep walks it: MICKEY PINs
      *>   0000-9999; PLUTO 62 charset positions, the dictionary in
      *>   DICT and SPRAY mode (charset again if it is empty or
      *>   missing, as PLUTO itself falls back), or the rule
      *>   stream's 99999 ceiling.
       1000-SET-UP-SWEEPS.
           MOVE 'MICKEY' TO WS-PG-NAME(1)
           MOVE 'MICK' TO WS-PG-PREFIX(1)
           MOVE 10000 TO WS-PG-KEYSPACE(1)
           MOVE 'PINS 0000-9999' TO WS-PG-NOTE(1)
           MOVE 'PLUTO' TO WS-PG-NAME(2)
           MOVE 'PLUT' TO WS-PG-PREFIX(2)
           MOVE 62 TO WS-PG-KEYSPACE(2)
           MOVE 'CHARSET' TO WS-PG-NOTE(2)
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               MOVE 0 TO WS-PG-ROWS(PG-IDX)
                         WS-PG-ATTEMPTED(PG-IDX)
                         WS-PG-ENDED(PG-IDX)
                         WS-PG-COVERED(PG-IDX)
           END-PERFORM

           MOVE 'PLUTO' TO WS-PM-PROGRAM-ID
           MOVE 'SWEEP-MODE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               EVALUATE TRUE
                   WHEN WS-PM-PARM-VALUE(1:4) = 'RULE'
                       MOVE 99999 TO WS-PG-KEYSPACE(2)
                       MOVE 'RULE STREAM CEILING' TO WS-PG-NOTE(2)
                   WHEN WS-PM-PARM-VALUE(1:4) = 'DICT'
                     OR WS-PM-PARM-VALUE(1:5) = 'SPRAY'
                       PERFORM 1100-COUNT-DICTIONARY
                       IF WS-DICT-COUNT > 0
                           MOVE WS-DICT-COUNT TO WS-PG-KEYSPACE(2)
                           MOVE 'DICTIONARY (PLUTDICT)' TO WS-PG-NOTE(2)
                       ELSE
                           MOVE 'CHARSET -- PLUTDICT EMPTY OR MISSING'
                               TO WS-PG-NOTE(2)
                       END-IF
               END-EVALUATE
           END-IF.

      *>   PLUTO holds at most 5000 dictionary words.
       1100-COUNT-DICTIONARY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DICTIONARY-FILE
           IF WS-DC-STATUS = '00'
               PERFORM UNTIL END-OF-INPUT
                   READ DICTIONARY-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF DICTIONARY-RECORD NOT = SPACES
                               AND WS-DICT-COUNT < 5000
                               ADD 1 TO WS-DICT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-DC-STATUS = '00' OR WS-DC-STATUS = '05'
               OR WS-DC-STATUS = '10'
               CLOSE DICTIONARY-FILE
           END-IF.

      *>   The sweeps' own target lists -- verified first, the hand
      *>   list when there is no verified one -- so a target not yet
      *>   touched still gets its line.  Both sweeps run against the
      *>   SITEDIR default site.
       1200-LOAD-TARGETS.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               STRING WS-PG-PREFIX(PG-IDX) DELIMITED BY SIZE
                      'TGTV' DELIMITED BY SIZE
                      INTO WS-TARGET-LIST-NAME
               END-STRING
               PERFORM 1210-LOAD-TARGET-LIST
               IF WS-TL-STATUS NOT = '00'
                   STRING WS-PG-PREFIX(PG-IDX) DELIMITED BY SIZE
                          'TGTS' DELIMITED BY SIZE
                          INTO WS-TARGET-LIST-NAME
                   END-STRING
                   PERFORM 1210-LOAD-TARGET-LIST
               END-IF
           END-PERFORM.

       1210-LOAD-TARGET-LIST.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TARGET-LIST-FILE
           IF WS-TL-STATUS = '00'
               PERFORM 1220-LOAD-ONE-TARGET UNTIL END-OF-INPUT
               CLOSE TARGET-LIST-FILE
           ELSE
               IF WS-TL-STATUS = '05'
                   CLOSE TARGET-LIST-FILE
               END-IF
           END-IF.

       1220-LOAD-ONE-TARGET.
           READ TARGET-LIST-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TARGET-LIST-RECORD NOT = SPACES
                       MOVE 'DEFAULT' TO WS-FIND-SITE
                       SET WS-FIND-PG TO PG-IDX
                       MOVE TARGET-LIST-RECORD TO WS-FIND-USERID
                       PERFORM 1500-FIND-OR-ADD-ROW
                   END-IF
           END-READ.

      *>   Every registry entry is one distinct combination sent;
      *>   the sending program says whose keyspace it belongs to.
      *>   A registry never built yet means nothing has been sent.
       1300-COUNT-ATTEMPTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ATTEMPT-REGISTRY-FILE
           IF WS-AR-STATUS = '00'
               PERFORM 1310-COUNT-ONE-ATTEMPT UNTIL END-OF-INPUT
               CLOSE ATTEMPT-REGISTRY-FILE
           END-IF.

       1310-COUNT-ONE-ATTEMPT.
           READ ATTEMPT-REGISTRY-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE AR-PROGRAM-ID TO WS-WORK-PROGRAM
                   PERFORM 1320-SET-FIND-PG
                   IF WS-FIND-PG = 0
                       ADD 1 TO WS-OTHER-COUNT
                   ELSE
                       MOVE AR-SITE-NAME TO WS-FIND-SITE
                       MOVE AR-USERID TO WS-FIND-USERID
                       PERFORM 1500-FIND-OR-ADD-ROW
                       IF WS-HIT-IX = 0
                           ADD 1 TO WS-KC-SKIPPED
                       ELSE
                           ADD 1 TO WS-KC-ATTEMPTED(WS-HIT-IX)
                           IF WS-KC-FIRST-DATE(WS-HIT-IX) = 0
                               OR AR-FIRST-DATE
                                  < WS-KC-FIRST-DATE(WS-HIT-IX)
                               MOVE AR-FIRST-DATE
                                   TO WS-KC-FIRST-DATE(WS-HIT-IX)
                           END-IF
                           IF AR-FIRST-DATE > WS-KC-LAST-DATE(WS-HIT-IX)
                               MOVE AR-FIRST-DATE
                                   TO WS-KC-LAST-DATE(WS-HIT-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1320-SET-FIND-PG.
           MOVE 0 TO WS-FIND-PG
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               IF WS-PG-NAME(PG-IDX) = WS-WORK-PROGRAM
                   SET WS-FIND-PG TO PG-IDX
               END-IF
           END-PERFORM.

      *>   The earliest finding for the target is the night its
      *>   sweep ended.
       1400-APPLY-FINDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00'
               PERFORM 1410-APPLY-ONE-FINDING UNTIL END-OF-INPUT
           END-IF
           IF WS-FN-STATUS = '00' OR WS-FN-STATUS = '05'
               OR WS-FN-STATUS = '10'
               CLOSE FINDINGS-FILE
           END-IF.

       1410-APPLY-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE FN-PROGRAM-ID TO WS-WORK-PROGRAM
                   PERFORM 1320-SET-FIND-PG
                   IF WS-FIND-PG > 0
                       MOVE FN-SITE-NAME TO WS-FIND-SITE
                       MOVE FN-USERID TO WS-FIND-USERID
                       PERFORM 1500-FIND-OR-ADD-ROW
                       IF WS-HIT-IX > 0
                           IF WS-KC-HIT-DATE(WS-HIT-IX) = 0
                               OR FN-DATE < WS-KC-HIT-DATE(WS-HIT-IX)
                               MOVE FN-DATE TO WS-KC-HIT-DATE(WS-HIT-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   WS-HIT-IX comes back zero only when the table is full.
       1500-FIND-OR-ADD-ROW.
           IF WS-FIND-SITE = SPACES
               MOVE 'DEFAULT' TO WS-FIND-SITE
           END-IF
           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING KC-IDX FROM 1 BY 1
                   UNTIL KC-IDX > WS-KC-COUNT OR WS-HIT-IX > 0
               IF WS-KC-SITE(KC-IDX) = WS-FIND-SITE
                   AND WS-KC-PG(KC-IDX) = WS-FIND-PG
                   AND WS-KC-USERID(KC-IDX) = WS-FIND-USERID
                   SET WS-HIT-IX TO KC-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IX = 0 AND WS-KC-COUNT < 400
               ADD 1 TO WS-KC-COUNT
               MOVE WS-KC-COUNT TO WS-HIT-IX
               MOVE WS-FIND-SITE TO WS-KC-SITE(WS-HIT-IX)
               MOVE WS-FIND-PG TO WS-KC-PG(WS-HIT-IX)
               MOVE WS-FIND-USERID TO WS-KC-USERID(WS-HIT-IX)
               MOVE 0 TO WS-KC-ATTEMPTED(WS-HIT-IX)
                         WS-KC-FIRST-DATE(WS-HIT-IX)
                         WS-KC-LAST-DATE(WS-HIT-IX)
                         WS-KC-HIT-DATE(WS-HIT-IX)
           END-IF.

       2000-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'KEYCOVR  KEYSPACE COVERAGE BY TARGET    BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               MOVE WS-PG-KEYSPACE(PG-IDX) TO WS-ED-KEYSPACE
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                      ' KEYSPACE ' DELIMITED BY SIZE
                      WS-ED-KEYSPACE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PG-NOTE(PG-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-KC-HEADING TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *>   The nightly average is taken over the nights from the
      *>   target's first combination to its latest, so blackout and
      *>   skipped nights inside that span count against the pace --
      *>   the projection is what the campaign actually delivers.
       2100-REPORT-ONE-ROW.
           SET PG-IDX TO WS-KC-PG(KC-IDX)
           ADD 1 TO WS-PG-ROWS(PG-IDX)
           ADD WS-KC-ATTEMPTED(KC-IDX) TO WS-PG-ATTEMPTED(PG-IDX)
           MOVE SPACES TO WS-KC-DETAIL
           MOVE WS-KC-SITE(KC-IDX) TO WS-KD-SITE
           MOVE WS-PG-NAME(PG-IDX) TO WS-KD-PROGRAM
           MOVE WS-KC-USERID(KC-IDX) TO WS-KD-USERID
           MOVE WS-PG-KEYSPACE(PG-IDX) TO WS-KD-KEYSPACE
           MOVE WS-KC-ATTEMPTED(KC-IDX) TO WS-KD-ATTEMPTED
           IF WS-KC-ATTEMPTED(KC-IDX) >= WS-PG-KEYSPACE(PG-IDX)
               MOVE 100 TO WS-PCT
               MOVE 0 TO WS-REMAINING
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-KC-ATTEMPTED(KC-IDX) * 100)
                   / WS-PG-KEYSPACE(PG-IDX)
               COMPUTE WS-REMAINING =
                   WS-PG-KEYSPACE(PG-IDX) - WS-KC-ATTEMPTED(KC-IDX)
           END-IF
           MOVE WS-PCT TO WS-KD-PCT
           MOVE 0 TO WS-AVG-NIGHT WS-NIGHTS-LEFT
           IF WS-KC-ATTEMPTED(KC-IDX) > 0
               COMPUTE WS-ACTIVE-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(WS-KC-LAST-DATE(KC-IDX))
                   - FUNCTION INTEGER-OF-DATE(WS-KC-FIRST-DATE(KC-IDX))
                   + 1
               COMPUTE WS-AVG-NIGHT ROUNDED =
                   WS-KC-ATTEMPTED(KC-IDX) / WS-ACTIVE-NIGHTS
               IF WS-AVG-NIGHT = 0
                   MOVE 1 TO WS-AVG-NIGHT
               END-IF
           END-IF
           MOVE WS-AVG-NIGHT TO WS-KD-AVG
           MOVE SPACES TO WS-STANDING
           EVALUATE TRUE
               WHEN WS-KC-HIT-DATE(KC-IDX) > 0
                   ADD 1 TO WS-PG-ENDED(PG-IDX)
                   STRING 'ENDED BY FINDING ' DELIMITED BY SIZE
                          WS-KC-HIT-DATE(KC-IDX) DELIMITED BY SIZE
                          INTO WS-STANDING
                   END-STRING
               WHEN WS-REMAINING = 0
                   ADD 1 TO WS-PG-COVERED(PG-IDX)
                   MOVE 'KEYSPACE COVERED' TO WS-STANDING
               WHEN WS-KC-ATTEMPTED(KC-IDX) = 0
                   MOVE 'NOT STARTED' TO WS-STANDING
               WHEN OTHER
                   COMPUTE WS-NIGHTS-LEFT =
                       (WS-REMAINING + WS-AVG-NIGHT - 1) / WS-AVG-NIGHT
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       WS-BIZ-INT + WS-NIGHTS-LEFT)
                   STRING 'AT THIS PACE DONE ' DELIMITED BY SIZE
                          WS-DUE-DATE DELIMITED BY SIZE
                          INTO WS-STANDING
                   END-STRING
           END-EVALUATE
           MOVE WS-NIGHTS-LEFT TO WS-KD-NIGHTS
           MOVE WS-STANDING TO WS-KD-STANDING
           MOVE WS-KC-DETAIL TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE.

       3000-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               MOVE WS-PG-ROWS(PG-IDX) TO WS-ED-COUNT
               MOVE WS-PG-ATTEMPTED(PG-IDX) TO WS-ED-BIG
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                      ' TARGETS ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      '  COMBINATIONS SENT ' DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-PG-ENDED(PG-IDX) TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-REPORT-LINE(60:4)
               MOVE ' ENDED BY FINDING' TO WS-REPORT-LINE(64:17)
               MOVE WS-PG-COVERED(PG-IDX) TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-REPORT-LINE(82:4)
               MOVE ' KEYSPACE COVERED' TO WS-REPORT-LINE(86:17)
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-OTHER-COUNT > 0
               MOVE WS-OTHER-COUNT TO WS-ED-BIG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REGISTRY ENTRIES FROM OTHER PROGRAMS (NOT A '
                          DELIMITED BY SIZE
                      'KEYSPACE SWEEP) ' DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           IF WS-KC-SKIPPED > 0
               MOVE WS-KC-SKIPPED TO WS-ED-BIG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TARGET TABLE FULL -- REGISTRY ENTRIES NOT COUNTED '
                          DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
