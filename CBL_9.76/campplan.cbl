       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Multi-night credential campaign
      *>               planner for the MICKEY and PLUTO sweeps.  Target
      *>               lists used to be cut by hand each day: a long
      *>               list spent the night's budget on the first few
      *>               accounts and left the rest untouched for a
      *>               week.  Each run:
      *>                 - takes the verified target lists (MICKTGTV /
      *>                   PLUTTGTV, falling back to the hand lists as
      *>                   the sweeps do) and drops every target with a
      *>                   finding on file or a keyspace already run to
      *>                   the end;
      *>                 - starts each target where the campaign
      *>                   progress file (CAMPPROG, posted by the
      *>                   sweeps) says it got to, so a night that
      *>                   under-delivered is simply planned again from
      *>                   where it stopped -- the shortfall against
      *>                   the previous night's plan is listed;
      *>                 - sizes each sweep's night from its share of
      *>                   the nightly budget (GLOBAL/NIGHT-BUDGET,
      *>                   CAMPPLAN/BUDGET-PCT and MICKEY-PCT) and from
      *>                   its pacing across the batch window (PACING/
      *>                   <site> or the sweep's DELAY-SECS, CAMPPLAN/
      *>                   WINDOW-MINS), caps every target at the site's
      *>                   lockout allowance (LOCKCAP/<site>, default
      *>                   CAMPPLAN/LOCKOUT-CAP) and gives the site
      *>                   nothing on a night its MAINTCAL blackout
      *>                   touches;
      *>                 - shares each night evenly across the open
      *>                   targets, the first claim rotating night to
      *>                   night so none waits behind the others, and
      *>                   hands what is left to whoever can still use
      *>                   it;
      *>                 - writes one target file per sweep per night
      *>                   (MICKCAMP.<date>, PLUTCAMP.<date>) across the
      *>                   horizon (CAMPPLAN/HORIZON-DAYS, default 14)
      *>                   for the sweeps to pick up on the night, and
      *>                   the plan with its projected completion date
      *>                   to CAMPRPT.
      *>               A PLUTO spray is never planned per target.  RC 4
      *>               when the previous night under-delivered.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPPLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARGET-LIST-FILE ASSIGN TO WS-TARGET-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT OPTIONAL KEYSPACE-LIST-FILE ASSIGN TO WS-KEYSPACE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KL-STATUS.
           SELECT CAMPAIGN-REPORT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY CAMPFC.
           COPY FINDFC.
           COPY MWINFC.
           COPY PARMFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-LIST-FILE.
       01  TARGET-LIST-RECORD       PIC X(20).

      *>   MICKCAND (one PIN per line) or PLUTDICT (one word per
      *>   line): only counted here, to size the keyspace.
       FD  KEYSPACE-LIST-FILE.
       01  KEYSPACE-LIST-RECORD     PIC X(20).

       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-RECORD   PIC X(132).

       COPY CAMPFD.
       COPY FINDFD.
       COPY MWINFD.
       COPY PARMFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY CAMPWS.
           COPY FINDWS.
           COPY MWINWS.
           01 WS-TL-STATUS          PIC X(2).
           01 WS-KL-STATUS          PIC X(2).
           01 WS-TARGET-LIST-NAME   PIC X(8).
           01 WS-KEYSPACE-NAME      PIC X(8).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-HORIZON            PIC 9(3) VALUE 14.
           01 WS-WINDOW-MINS        PIC 9(4) VALUE 360.
           01 WS-LOCKOUT-CAP        PIC 9(5) VALUE 500.
           01 WS-BUDGET-PCT         PIC 9(3) VALUE 80.
           01 WS-MICKEY-PCT         PIC 9(3) VALUE 50.
           01 WS-NIGHT-BUDGET       PIC 9(8) VALUE 0.
           01 WS-BUDGET-SW          PIC X VALUE 'N'.
              88 WS-BUDGET-IN-FORCE VALUE 'Y'.
           01 WS-BIZ-INT            PIC 9(8).
           01 WS-NIGHT-NO           PIC 9(3).
           01 WS-NIGHT-INT          PIC 9(8).
           01 WS-NIGHT-DATE         PIC 9(8).
           01 WS-LAST-NIGHT-DATE    PIC 9(8).
           01 WS-PREV-NIGHT-DATE    PIC 9(8).
           01 WS-WORK-DATE          PIC 9(8).

      *>   The two planned sweeps.  Both run against the SITEDIR
      *>   default site, as the sweeps themselves do.
           01 WS-PG-TABLE.
              05 WS-PG-ENTRY OCCURS 2 TIMES INDEXED BY PG-IDX.
                 10 WS-PG-NAME         PIC X(8).
                 10 WS-PG-PREFIX       PIC X(8).
                 10 WS-PG-SITE         PIC X(8).
                 10 WS-PG-PLANNED-SW   PIC X(1).
                    88 WS-PG-PLANNED   VALUE 'Y'.
                 10 WS-PG-KEY-LOW      PIC 9(5).
                 10 WS-PG-KEY-HIGH     PIC 9(5).
                 10 WS-PG-CAND-EXTRA   PIC 9(5).
                 10 WS-PG-DELAY        PIC 9(4).
                 10 WS-PG-LOCK-CAP     PIC 9(5).
                 10 WS-PG-SHARE        PIC 9(3).
                 10 WS-PG-NIGHT-CAP    PIC 9(8).
                 10 WS-PG-ROTATE       PIC 9(4).
                 10 WS-PG-TARGETS      PIC 9(4).
                 10 WS-PG-DONE-DATE    PIC 9(8).
                 10 WS-PG-LEFT-OVER    PIC 9(9).
                 10 WS-PG-NOTE         PIC X(40).
           01 WS-PACE-CAP           PIC 9(8).
           01 WS-BUDGET-CAP         PIC 9(8).

      *>   Every planned target.  State A open, H hit on file, E
      *>   keyspace run to the end.
           01 WS-TG-COUNT           PIC 9(4) VALUE 0.
           01 WS-TG-DROPPED         PIC 9(4) VALUE 0.
           01 WS-TG-TABLE.
              05 WS-TG-ENTRY OCCURS 200 TIMES INDEXED BY TG-IDX.
                 10 WS-TG-PG           PIC 9(1).
                 10 WS-TG-USERID       PIC X(20).
                 10 WS-TG-STATE        PIC X(1).
                 10 WS-TG-NEXT         PIC 9(5).
                 10 WS-TG-START        PIC 9(5).
                 10 WS-TG-ALLOC        PIC 9(5).
                 10 WS-TG-DONE-DATE    PIC 9(8).
           01 WS-HIT-IX             PIC 9(4).
           01 WS-FIND-PG            PIC 9(1).
           01 WS-FIND-USERID        PIC X(20).
           01 WS-WORK-PROGRAM       PIC X(8).
           01 WS-SCAN-K             PIC 9(4).
           01 WS-SCAN-IX            PIC 9(4).

      *>   One night's allocation for one sweep.
           01 WS-CAP-LEFT           PIC 9(8).
           01 WS-OPEN-COUNT         PIC 9(4).
           01 WS-PER-TARGET         PIC 9(8).
           01 WS-REMAINING          PIC 9(5).
           01 WS-GIVE               PIC 9(8).
           01 WS-CHARGE             PIC 9(8).
           01 WS-NIGHT-ATTEMPTS     PIC 9(8).
           01 WS-NIGHT-TARGETS      PIC 9(4).
           01 WS-LAST-CLAIM         PIC 9(4).
           01 WS-BLACKOUT-SW        PIC X VALUE 'N'.
              88 WS-BLACKED-OUT     VALUE 'Y'.
           01 WS-BLACKOUT-REASON    PIC X(20).
           01 WS-WIN-START-DATE     PIC 9(8).
           01 WS-WIN-END-DATE       PIC 9(8).
           01 WS-EXTRA-NIGHTS       PIC 9(5).
           01 WS-COMPLETION-DATE    PIC 9(8) VALUE 0.
           01 WS-ESTIMATED-SW       PIC X VALUE 'N'.
              88 WS-ESTIMATED       VALUE 'Y'.
           01 WS-STALLED-SW         PIC X VALUE 'N'.
              88 WS-STALLED         VALUE 'Y'.
           01 WS-SLICE-NOTE         PIC X(24).
           01 WS-STANDING           PIC X(40).

           01 WS-SHORT-COUNT        PIC 9(4) VALUE 0.
           01 WS-OPEN-TOTAL         PIC 9(4) VALUE 0.
           01 WS-FILES-WRITTEN      PIC 9(4) VALUE 0.
           01 WS-ED-COUNT           PIC ZZZ9.
           01 WS-ED-BIG             PIC ZZZZZZZ9.
           01 WS-ED-FROM            PIC ZZZZ9.
           01 WS-ED-TO              PIC ZZZZ9.
           01 WS-ED-NEXT            PIC ZZZZ9.
           01 WS-ED-PCT             PIC ZZ9.
           01 WS-REPORT-LINE        PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'CAMPPLAN' TO WS-FS-PROGRAM-ID
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           COMPUTE WS-BIZ-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
           COMPUTE WS-PREV-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BIZ-INT - 1)
           PERFORM 1000-GET-PARMS
           PERFORM 1100-SET-UP-SWEEPS
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 1200-LOAD-TARGETS
           PERFORM 1400-APPLY-FINDINGS
           PERFORM 1500-APPLY-PROGRESS

           OPEN OUTPUT CAMPAIGN-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CAMPRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2000-REPORT-HEADING
           PERFORM 2100-CHECK-LAST-NIGHT
           PERFORM 3000-PLAN-ONE-NIGHT
               VARYING WS-NIGHT-NO FROM 1 BY 1
               UNTIL WS-NIGHT-NO > WS-HORIZON
           PERFORM 4000-PROJECT-COMPLETION
           PERFORM 5000-REPORT-TARGETS
           CLOSE CAMPAIGN-REPORT-FILE

           DISPLAY 'CAMPPLAN: TARGETS ' WS-TG-COUNT
                   '  OPEN ' WS-OPEN-TOTAL
                   '  NIGHT FILES ' WS-FILES-WRITTEN
                   '  SHORT LAST NIGHT ' WS-SHORT-COUNT
           IF WS-COMPLETION-DATE > 0
               IF WS-ESTIMATED
                   DISPLAY 'CAMPPLAN: PROJECTED COMPLETION '
                           WS-COMPLETION-DATE ' (ESTIMATED)'
               ELSE
                   DISPLAY 'CAMPPLAN: PROJECTED COMPLETION '
                           WS-COMPLETION-DATE
               END-IF
           END-IF
           IF WS-TG-DROPPED > 0
               DISPLAY 'CAMPPLAN: TARGET TABLE FULL, ' WS-TG-DROPPED
                       ' TARGET(S) NOT PLANNED'
           END-IF
           IF WS-SHORT-COUNT > 0 OR WS-TG-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-GET-PARMS.
           MOVE 'CAMPPLAN' TO WS-PM-PROGRAM-ID
           MOVE 'HORIZON-DAYS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) > '000'
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-HORIZON
           END-IF
           IF WS-HORIZON > 60
               MOVE 60 TO WS-HORIZON
           END-IF
           MOVE 'WINDOW-MINS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-WINDOW-MINS
           END-IF
           MOVE 'LOCKOUT-CAP' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:5) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:5) TO WS-LOCKOUT-CAP
           END-IF
           MOVE 'BUDGET-PCT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) <= '100'
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-BUDGET-PCT
           END-IF
           MOVE 'MICKEY-PCT' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:3) <= '100'
               MOVE WS-PM-PARM-VALUE(1:3) TO WS-MICKEY-PCT
           END-IF
           MOVE 'GLOBAL' TO WS-PM-PROGRAM-ID
           MOVE 'NIGHT-BUDGET' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-NIGHT-BUDGET
               SET WS-BUDGET-IN-FORCE TO TRUE
           END-IF.

      *>   Keyspace as each sweep walks it: MICKEY PINs 0000-9999
      *>   (its candidate phase, charged on the slice that starts at
      *>   0000, only reorders PINs within that space); PLUTO's list
      *>   positions 1 up to the charset, the dictionary, or the
      *>   open-ended rule stream, which ends the target itself.
       1100-SET-UP-SWEEPS.
           MOVE 'MICKEY' TO WS-PG-NAME(1)
           MOVE 'MICKCAMP' TO WS-PG-PREFIX(1)
           MOVE 0 TO WS-PG-KEY-LOW(1)
           MOVE 9999 TO WS-PG-KEY-HIGH(1)
           MOVE WS-MICKEY-PCT TO WS-PG-SHARE(1)
           MOVE 'PLUTO' TO WS-PG-NAME(2)
           MOVE 'PLUTCAMP' TO WS-PG-PREFIX(2)
           MOVE 1 TO WS-PG-KEY-LOW(2)
           MOVE 62 TO WS-PG-KEY-HIGH(2)
           COMPUTE WS-PG-SHARE(2) = 100 - WS-MICKEY-PCT
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               MOVE 'DEFAULT' TO WS-PG-SITE(PG-IDX)
               MOVE 'Y' TO WS-PG-PLANNED-SW(PG-IDX)
               MOVE 0 TO WS-PG-CAND-EXTRA(PG-IDX)
                         WS-PG-TARGETS(PG-IDX)
                         WS-PG-DONE-DATE(PG-IDX)
                         WS-PG-LEFT-OVER(PG-IDX)
               MOVE 1 TO WS-PG-ROTATE(PG-IDX)
               MOVE SPACES TO WS-PG-NOTE(PG-IDX)
           END-PERFORM

           MOVE 'MICKEY' TO WS-PM-PROGRAM-ID
           MOVE 'CAND-MODE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:4) = 'RULE'
               MOVE 200 TO WS-PG-CAND-EXTRA(1)
           ELSE
               MOVE 'MICKCAND' TO WS-KEYSPACE-NAME
               PERFORM 1150-COUNT-KEYSPACE-LIST
               IF WS-GIVE > 200
                   MOVE 200 TO WS-GIVE
               END-IF
               MOVE WS-GIVE TO WS-PG-CAND-EXTRA(1)
           END-IF

           MOVE 'PLUTO' TO WS-PM-PROGRAM-ID
           MOVE 'SWEEP-MODE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               EVALUATE TRUE
                   WHEN WS-PM-PARM-VALUE(1:5) = 'SPRAY'
                       MOVE 'N' TO WS-PG-PLANNED-SW(2)
                       MOVE 'SPRAY MODE -- NOT PLANNED PER TARGET'
                           TO WS-PG-NOTE(2)
                   WHEN WS-PM-PARM-VALUE(1:4) = 'RULE'
                       MOVE 99999 TO WS-PG-KEY-HIGH(2)
                       MOVE 'RULE STREAM -- ENDS WHEN EXHAUSTED'
                           TO WS-PG-NOTE(2)
                   WHEN WS-PM-PARM-VALUE(1:4) = 'DICT'
                       MOVE 'PLUTDICT' TO WS-KEYSPACE-NAME
                       PERFORM 1150-COUNT-KEYSPACE-LIST
                       IF WS-GIVE > 5000
                           MOVE 5000 TO WS-GIVE
                       END-IF
                       IF WS-GIVE > 0
                           MOVE WS-GIVE TO WS-PG-KEY-HIGH(2)
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM 1160-SIZE-ONE-NIGHT
               VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2.

       1150-COUNT-KEYSPACE-LIST.
           MOVE 0 TO WS-GIVE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT KEYSPACE-LIST-FILE
           IF WS-KL-STATUS = '00'
               PERFORM UNTIL END-OF-INPUT
                   READ KEYSPACE-LIST-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF KEYSPACE-LIST-RECORD NOT = SPACES
                               ADD 1 TO WS-GIVE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-KL-STATUS = '00' OR WS-KL-STATUS = '05'
               OR WS-KL-STATUS = '10'
               CLOSE KEYSPACE-LIST-FILE
           END-IF.

      *>   A night's capacity is the lesser of the sweep's budget
      *>   share and what its pacing fits into the window; the
      *>   per-target cap is the site's lockout allowance.
       1160-SIZE-ONE-NIGHT.
           MOVE WS-PG-NAME(PG-IDX) TO WS-PM-PROGRAM-ID
           MOVE 'DELAY-SECS' TO WS-PM-PARM-NAME
           MOVE 1 TO WS-PG-DELAY(PG-IDX)
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-PG-DELAY(PG-IDX)
           END-IF
           MOVE 'PACING' TO WS-PM-PROGRAM-ID
           MOVE WS-PG-SITE(PG-IDX) TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-PG-DELAY(PG-IDX)
           END-IF
           IF WS-PG-DELAY(PG-IDX) = 0
               MOVE 1 TO WS-PG-DELAY(PG-IDX)
           END-IF
           MOVE WS-LOCKOUT-CAP TO WS-PG-LOCK-CAP(PG-IDX)
           MOVE 'LOCKCAP' TO WS-PM-PROGRAM-ID
           MOVE WS-PG-SITE(PG-IDX) TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:5) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:5) TO WS-PG-LOCK-CAP(PG-IDX)
           END-IF
           IF WS-PG-LOCK-CAP(PG-IDX) = 0
               MOVE 1 TO WS-PG-LOCK-CAP(PG-IDX)
           END-IF
           COMPUTE WS-PACE-CAP =
               (WS-WINDOW-MINS * 60) / WS-PG-DELAY(PG-IDX)
           MOVE WS-PACE-CAP TO WS-PG-NIGHT-CAP(PG-IDX)
           IF WS-BUDGET-IN-FORCE
               COMPUTE WS-BUDGET-CAP =
                   (WS-NIGHT-BUDGET * WS-BUDGET-PCT
                    * WS-PG-SHARE(PG-IDX)) / 10000
               IF WS-BUDGET-CAP < WS-PACE-CAP
                   MOVE WS-BUDGET-CAP TO WS-PG-NIGHT-CAP(PG-IDX)
               END-IF
           END-IF.

       1200-LOAD-TARGETS.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               IF WS-PG-PLANNED(PG-IDX)
                   STRING WS-PG-PREFIX(PG-IDX)(1:4) DELIMITED BY SIZE
                          'TGTV' DELIMITED BY SIZE
                          INTO WS-TARGET-LIST-NAME
                   END-STRING
                   PERFORM 1210-LOAD-TARGET-LIST
                   IF WS-TL-STATUS NOT = '00'
                       STRING WS-PG-PREFIX(PG-IDX)(1:4)
                                  DELIMITED BY SIZE
                              'TGTS' DELIMITED BY SIZE
                              INTO WS-TARGET-LIST-NAME
                       END-STRING
                       PERFORM 1210-LOAD-TARGET-LIST
                   END-IF
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

      *>   The sweeps hold 100 targets each; the plan holds the same.
       1220-LOAD-ONE-TARGET.
           READ TARGET-LIST-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF TARGET-LIST-RECORD NOT = SPACES
                       IF WS-TG-COUNT < 200
                           AND WS-PG-TARGETS(PG-IDX) < 100
                           ADD 1 TO WS-TG-COUNT
                           ADD 1 TO WS-PG-TARGETS(PG-IDX)
                           SET TG-IDX TO WS-TG-COUNT
                           SET WS-TG-PG(TG-IDX) TO PG-IDX
                           MOVE TARGET-LIST-RECORD
                               TO WS-TG-USERID(TG-IDX)
                           MOVE 'A' TO WS-TG-STATE(TG-IDX)
                           MOVE WS-PG-KEY-LOW(PG-IDX)
                               TO WS-TG-NEXT(TG-IDX)
                           MOVE 0 TO WS-TG-START(TG-IDX)
                                     WS-TG-ALLOC(TG-IDX)
                                     WS-TG-DONE-DATE(TG-IDX)
                       ELSE
                           ADD 1 TO WS-TG-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1300-FIND-TARGET.
           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-TG-COUNT OR WS-HIT-IX > 0
               IF WS-TG-PG(TG-IDX) = WS-FIND-PG
                   AND WS-TG-USERID(TG-IDX) = WS-FIND-USERID
                   SET WS-HIT-IX TO TG-IDX
               END-IF
           END-PERFORM.

       1310-SET-FIND-PG.
           MOVE 0 TO WS-FIND-PG
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               IF WS-PG-NAME(PG-IDX) = WS-WORK-PROGRAM
                   SET WS-FIND-PG TO PG-IDX
               END-IF
           END-PERFORM.

      *>   A target with a working credential on file is finished,
      *>   whichever night or plan found it.
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
                   PERFORM 1310-SET-FIND-PG
                   IF WS-FIND-PG > 0
                       MOVE FN-USERID TO WS-FIND-USERID
                       PERFORM 1300-FIND-TARGET
                       IF WS-HIT-IX > 0
                           MOVE 'H' TO WS-TG-STATE(WS-HIT-IX)
                       END-IF
                   END-IF
           END-READ.

      *>   CAMPPROG is appended in night order, so the last record
      *>   for a target is where it stands now.
       1500-APPLY-PROGRESS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CAMPAIGN-PROGRESS-FILE
           IF WS-CP-STATUS = '00'
               PERFORM 1510-APPLY-ONE-PROGRESS UNTIL END-OF-INPUT
           END-IF
           IF WS-CP-STATUS = '00' OR WS-CP-STATUS = '05'
               OR WS-CP-STATUS = '10'
               CLOSE CAMPAIGN-PROGRESS-FILE
           END-IF
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-TG-COUNT
               SET PG-IDX TO WS-TG-PG(TG-IDX)
               IF WS-TG-STATE(TG-IDX) = 'A'
                   AND WS-TG-NEXT(TG-IDX) > WS-PG-KEY-HIGH(PG-IDX)
                   MOVE 'E' TO WS-TG-STATE(TG-IDX)
               END-IF
               IF WS-TG-STATE(TG-IDX) = 'A'
                   ADD 1 TO WS-OPEN-TOTAL
               END-IF
               MOVE WS-TG-NEXT(TG-IDX) TO WS-TG-START(TG-IDX)
           END-PERFORM.

       1510-APPLY-ONE-PROGRESS.
           READ CAMPAIGN-PROGRESS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CP-PROGRAM-ID TO WS-WORK-PROGRAM
                   PERFORM 1310-SET-FIND-PG
                   IF WS-FIND-PG > 0 AND CP-NEXT IS NUMERIC
                       MOVE CP-USERID TO WS-FIND-USERID
                       PERFORM 1300-FIND-TARGET
                       IF WS-HIT-IX > 0
                           MOVE CP-NEXT TO WS-TG-NEXT(WS-HIT-IX)
                           EVALUATE CP-OUTCOME
                               WHEN 'HIT'
                                   MOVE 'H' TO WS-TG-STATE(WS-HIT-IX)
                               WHEN 'EXHAUST'
                                   IF WS-TG-STATE(WS-HIT-IX) = 'A'
                                       MOVE 'E'
                                         TO WS-TG-STATE(WS-HIT-IX)
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       2000-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HORIZON TO WS-ED-COUNT
           STRING 'CAMPPLAN  CREDENTIAL CAMPAIGN PLAN    BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '    HORIZON ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  ' NIGHTS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-PG-PLANNED(PG-IDX)
                   MOVE WS-PG-KEY-LOW(PG-IDX) TO WS-ED-FROM
                   MOVE WS-PG-KEY-HIGH(PG-IDX) TO WS-ED-TO
                   MOVE WS-PG-NIGHT-CAP(PG-IDX) TO WS-ED-BIG
                   MOVE WS-PG-LOCK-CAP(PG-IDX) TO WS-ED-NEXT
                   MOVE WS-PG-DELAY(PG-IDX) TO WS-ED-COUNT
                   STRING WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                          ' SITE ' DELIMITED BY SIZE
                          WS-PG-SITE(PG-IDX) DELIMITED BY SIZE
                          ' KEYSPACE ' DELIMITED BY SIZE
                          WS-ED-FROM DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WS-ED-TO DELIMITED BY SIZE
                          '  NIGHT CAPACITY ' DELIMITED BY SIZE
                          WS-ED-BIG DELIMITED BY SIZE
                          '  LOCKOUT CAP ' DELIMITED BY SIZE
                          WS-ED-NEXT DELIMITED BY SIZE
                          '/TARGET  PACING ' DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          ' SEC  ' DELIMITED BY SIZE
                          WS-PG-NOTE(PG-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PG-NOTE(PG-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-BUDGET-IN-FORCE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-NIGHT-BUDGET TO WS-ED-BIG
               MOVE WS-BUDGET-PCT TO WS-ED-PCT
               STRING 'NIGHTLY BUDGET ' DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      ' -- CAMPAIGN SHARE ' DELIMITED BY SIZE
                      WS-ED-PCT DELIMITED BY SIZE
                      ' PCT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *>   Last night's plan against what the sweeps posted: every
      *>   open target short of its planned slice end is planned
      *>   again from where it stopped.
       2100-CHECK-LAST-NIGHT.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               IF WS-PG-PLANNED(PG-IDX)
                   MOVE WS-PG-PREFIX(PG-IDX) TO WS-CN-PREFIX
                   MOVE WS-PREV-NIGHT-DATE TO WS-CN-DATE
                   PERFORM 8760-OPEN-CAMPAIGN-NIGHT THRU
                       8760-OPEN-CAMPAIGN-NIGHT-EXIT
                   IF WS-CAMPAIGN-MODE
                       PERFORM 2110-CHECK-ONE-SLICE
                           UNTIL END-OF-CAMPAIGN-NIGHT
                       CLOSE CAMPAIGN-NIGHT-FILE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SHORT-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2110-CHECK-ONE-SLICE.
           READ CAMPAIGN-NIGHT-FILE
               AT END SET END-OF-CAMPAIGN-NIGHT TO TRUE
               NOT AT END
                   SET WS-FIND-PG TO PG-IDX
                   MOVE CN-USERID TO WS-FIND-USERID
                   PERFORM 1300-FIND-TARGET
                   IF WS-HIT-IX > 0 AND CN-TO IS NUMERIC
                       IF WS-TG-STATE(WS-HIT-IX) = 'A'
                           AND WS-TG-NEXT(WS-HIT-IX) <= CN-TO
                           PERFORM 2120-REPORT-SHORT-SLICE
                       END-IF
                   END-IF
           END-READ.

       2120-REPORT-SHORT-SLICE.
           IF WS-SHORT-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'UNDER-DELIVERED ON ' DELIMITED BY SIZE
                      WS-PREV-NIGHT-DATE DELIMITED BY SIZE
                      ' -- RE-PLANNED FROM WHERE EACH TARGET STOPPED'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-SHORT-COUNT
           MOVE CN-FROM TO WS-ED-FROM
           MOVE CN-TO TO WS-ED-TO
           MOVE WS-TG-NEXT(WS-HIT-IX) TO WS-ED-NEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CN-USERID DELIMITED BY SIZE
                  ' PLANNED ' DELIMITED BY SIZE
                  WS-ED-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-ED-TO DELIMITED BY SIZE
                  '  NEXT POSITION ' DELIMITED BY SIZE
                  WS-ED-NEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CAMPAIGN-REPORT-RECORD FROM WS-REPORT-LINE.

      *>   Every night in the horizon gets its file, an empty one
      *>   included: a sweep finding an empty night file sits the
      *>   night out (blackout, or nothing left) rather than falling
      *>   back to the whole verified list.
       3000-PLAN-ONE-NIGHT.
           COMPUTE WS-NIGHT-INT = WS-BIZ-INT + WS-NIGHT-NO - 1
           COMPUTE WS-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           MOVE WS-NIGHT-DATE TO WS-LAST-NIGHT-DATE
           PERFORM 3100-PLAN-ONE-SWEEP
               VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2.

       3100-PLAN-ONE-SWEEP.
           IF WS-PG-PLANNED(PG-IDX)
               PERFORM 3150-CHECK-BLACKOUT
               PERFORM VARYING TG-IDX FROM 1 BY 1
                       UNTIL TG-IDX > WS-TG-COUNT
                   MOVE 0 TO WS-TG-ALLOC(TG-IDX)
               END-PERFORM
               MOVE 0 TO WS-NIGHT-ATTEMPTS WS-NIGHT-TARGETS
               IF NOT WS-BLACKED-OUT
                   PERFORM 3200-SHARE-NIGHT
               END-IF
               PERFORM 3500-WRITE-NIGHT-FILE
           END-IF.

      *>   Any published window for the site that touches the
      *>   night's date takes the whole night off for that site.
       3150-CHECK-BLACKOUT.
           MOVE 'N' TO WS-BLACKOUT-SW
           MOVE SPACES TO WS-BLACKOUT-REASON
           PERFORM VARYING MW-IDX FROM 1 BY 1
                   UNTIL MW-IDX > WS-MW-COUNT OR WS-BLACKED-OUT
               IF WS-MW-T-SITE(MW-IDX) = WS-PG-SITE(PG-IDX)
                   COMPUTE WS-WIN-START-DATE =
                       WS-MW-T-START(MW-IDX) / 1000000
                   COMPUTE WS-WIN-END-DATE =
                       WS-MW-T-END(MW-IDX) / 1000000
                   IF WS-NIGHT-DATE >= WS-WIN-START-DATE
                       AND WS-NIGHT-DATE <= WS-WIN-END-DATE
                       SET WS-BLACKED-OUT TO TRUE
                       MOVE WS-MW-T-REASON(MW-IDX)
                           TO WS-BLACKOUT-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *>   First pass: an even share per open target, capped at the
      *>   lockout allowance, the first claim rotating night to
      *>   night.  Second pass: what is left goes to whoever can
      *>   still take it.  MICKEY's candidate phase is charged to
      *>   the slice that starts its PIN space.
       3200-SHARE-NIGHT.
           MOVE WS-PG-NIGHT-CAP(PG-IDX) TO WS-CAP-LEFT
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-TG-COUNT
               IF WS-TG-PG(TG-IDX) = PG-IDX
                   AND WS-TG-STATE(TG-IDX) = 'A'
                   AND WS-TG-NEXT(TG-IDX) <= WS-PG-KEY-HIGH(PG-IDX)
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT > 0 AND WS-CAP-LEFT > 0
               COMPUTE WS-PER-TARGET = WS-CAP-LEFT / WS-OPEN-COUNT
               IF WS-PER-TARGET = 0
                   MOVE 1 TO WS-PER-TARGET
               END-IF
               IF WS-PER-TARGET > WS-PG-LOCK-CAP(PG-IDX)
                   MOVE WS-PG-LOCK-CAP(PG-IDX) TO WS-PER-TARGET
               END-IF
               MOVE 0 TO WS-LAST-CLAIM
               PERFORM 3210-FIRST-CLAIM
                   VARYING WS-SCAN-K FROM 1 BY 1
                   UNTIL WS-SCAN-K > WS-TG-COUNT OR WS-CAP-LEFT = 0
               IF WS-LAST-CLAIM > 0
                   COMPUTE WS-PG-ROTATE(PG-IDX) = WS-LAST-CLAIM + 1
                   IF WS-PG-ROTATE(PG-IDX) > WS-TG-COUNT
                       MOVE 1 TO WS-PG-ROTATE(PG-IDX)
                   END-IF
               END-IF
               MOVE WS-PG-LOCK-CAP(PG-IDX) TO WS-PER-TARGET
               PERFORM 3220-TOP-UP-CLAIM
                   VARYING WS-SCAN-K FROM 1 BY 1
                   UNTIL WS-SCAN-K > WS-TG-COUNT OR WS-CAP-LEFT = 0
           END-IF.

       3205-SCAN-POSITION.
           COMPUTE WS-SCAN-IX = WS-PG-ROTATE(PG-IDX) + WS-SCAN-K - 1
           IF WS-SCAN-IX > WS-TG-COUNT
               SUBTRACT WS-TG-COUNT FROM WS-SCAN-IX
           END-IF
           SET TG-IDX TO WS-SCAN-IX.

       3210-FIRST-CLAIM.
           PERFORM 3205-SCAN-POSITION
           IF WS-TG-PG(TG-IDX) = PG-IDX
               AND WS-TG-STATE(TG-IDX) = 'A'
               AND WS-TG-NEXT(TG-IDX) <= WS-PG-KEY-HIGH(PG-IDX)
               PERFORM 3230-GIVE-SLICE
               IF WS-GIVE > 0
                   MOVE WS-SCAN-IX TO WS-LAST-CLAIM
               END-IF
           END-IF.

       3220-TOP-UP-CLAIM.
           PERFORM 3205-SCAN-POSITION
           IF WS-TG-PG(TG-IDX) = PG-IDX
               AND WS-TG-STATE(TG-IDX) = 'A'
               AND WS-TG-ALLOC(TG-IDX) > 0
               PERFORM 3230-GIVE-SLICE
           END-IF.

      *>   WS-PER-TARGET is the most this target may hold tonight;
      *>   give it up to that, no more than its keyspace has left
      *>   and no more than the night has left.
       3230-GIVE-SLICE.
           MOVE 0 TO WS-GIVE
           COMPUTE WS-REMAINING = WS-PG-KEY-HIGH(PG-IDX)
               - WS-TG-NEXT(TG-IDX) - WS-TG-ALLOC(TG-IDX) + 1
           IF WS-REMAINING > 0
               AND WS-TG-ALLOC(TG-IDX) < WS-PER-TARGET
               COMPUTE WS-GIVE = WS-PER-TARGET - WS-TG-ALLOC(TG-IDX)
               IF WS-GIVE > WS-REMAINING
                   MOVE WS-REMAINING TO WS-GIVE
               END-IF
               MOVE 0 TO WS-CHARGE
               IF WS-TG-ALLOC(TG-IDX) = 0
                   AND WS-TG-NEXT(TG-IDX) = WS-PG-KEY-LOW(PG-IDX)
                   MOVE WS-PG-CAND-EXTRA(PG-IDX) TO WS-CHARGE
               END-IF
               IF WS-GIVE + WS-CHARGE > WS-CAP-LEFT
                   IF WS-CAP-LEFT > WS-CHARGE
                       COMPUTE WS-GIVE = WS-CAP-LEFT - WS-CHARGE
                   ELSE
                       MOVE 0 TO WS-GIVE
                   END-IF
               END-IF
               IF WS-GIVE > 0
                   ADD WS-GIVE TO WS-TG-ALLOC(TG-IDX)
                   COMPUTE WS-CAP-LEFT = WS-CAP-LEFT - WS-GIVE
                       - WS-CHARGE
                   COMPUTE WS-NIGHT-ATTEMPTS = WS-NIGHT-ATTEMPTS
                       + WS-GIVE + WS-CHARGE
               END-IF
           END-IF.

       3500-WRITE-NIGHT-FILE.
           MOVE SPACES TO WS-CN-FILE-NAME
           STRING WS-PG-PREFIX(PG-IDX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  INTO WS-CN-FILE-NAME
           END-STRING
           OPEN OUTPUT CAMPAIGN-NIGHT-FILE
           IF WS-CN-STATUS NOT = '00' AND WS-CN-STATUS NOT = '05'
               DISPLAY 'CAMPPLAN: NIGHT FILE ' WS-CN-FILE-NAME
                       ' NOT WRITABLE, STATUS ' WS-CN-STATUS
           ELSE
               ADD 1 TO WS-FILES-WRITTEN
               PERFORM VARYING TG-IDX FROM 1 BY 1
                       UNTIL TG-IDX > WS-TG-COUNT
                   IF WS-TG-PG(TG-IDX) = PG-IDX
                       AND WS-TG-ALLOC(TG-IDX) > 0
                       ADD 1 TO WS-NIGHT-TARGETS
                   END-IF
               END-PERFORM
               PERFORM 3510-REPORT-NIGHT-HEADING
               PERFORM 3520-WRITE-ONE-SLICE
                   VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-TG-COUNT
               CLOSE CAMPAIGN-NIGHT-FILE
           END-IF.

       3510-REPORT-NIGHT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NIGHT-TARGETS TO WS-ED-COUNT
           MOVE WS-NIGHT-ATTEMPTS TO WS-ED-BIG
           IF WS-BLACKED-OUT
               STRING 'NIGHT ' DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                      ' BLACKOUT -- ' DELIMITED BY SIZE
                      WS-BLACKOUT-REASON DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'NIGHT ' DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                      ' TARGETS ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      '  ATTEMPTS ' DELIMITED BY SIZE
                      WS-ED-BIG DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE.

      *>   The slice runs from where the target stands; the target
      *>   then stands past it for the nights that follow.
       3520-WRITE-ONE-SLICE.
           IF WS-TG-PG(TG-IDX) = PG-IDX AND WS-TG-ALLOC(TG-IDX) > 0
               MOVE SPACES TO CAMPAIGN-NIGHT-RECORD
               MOVE WS-TG-USERID(TG-IDX) TO CN-USERID
               MOVE WS-TG-NEXT(TG-IDX) TO CN-FROM
               COMPUTE CN-TO = WS-TG-NEXT(TG-IDX)
                   + WS-TG-ALLOC(TG-IDX) - 1
               WRITE CAMPAIGN-NIGHT-RECORD
               MOVE CN-FROM TO WS-ED-FROM
               MOVE CN-TO TO WS-ED-TO
               MOVE SPACES TO WS-SLICE-NOTE
               ADD WS-TG-ALLOC(TG-IDX) TO WS-TG-NEXT(TG-IDX)
               IF WS-TG-NEXT(TG-IDX) > WS-PG-KEY-HIGH(PG-IDX)
                   MOVE WS-NIGHT-DATE TO WS-TG-DONE-DATE(TG-IDX)
                   MOVE '-- KEYSPACE COMPLETE' TO WS-SLICE-NOTE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ' DELIMITED BY SIZE
                      CN-USERID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ED-FROM DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-ED-TO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-SLICE-NOTE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *>   Within the horizon the completion is the night the last
      *>   slice runs.  Past it, the leftover keyspace is spread at
      *>   the sweep's full nightly capacity from the horizon's last
      *>   night -- blackouts beyond the horizon are not known yet,
      *>   so that figure is marked as an estimate.
       4000-PROJECT-COMPLETION.
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-TG-COUNT
               SET PG-IDX TO WS-TG-PG(TG-IDX)
               IF WS-TG-STATE(TG-IDX) = 'A'
                   IF WS-TG-DONE-DATE(TG-IDX) > 0
                       IF WS-TG-DONE-DATE(TG-IDX)
                           > WS-PG-DONE-DATE(PG-IDX)
                           MOVE WS-TG-DONE-DATE(TG-IDX)
                               TO WS-PG-DONE-DATE(PG-IDX)
                       END-IF
                   ELSE
                       COMPUTE WS-PG-LEFT-OVER(PG-IDX) =
                           WS-PG-LEFT-OVER(PG-IDX)
                           + WS-PG-KEY-HIGH(PG-IDX)
                           - WS-TG-NEXT(TG-IDX) + 1
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 2
               IF WS-PG-LEFT-OVER(PG-IDX) > 0
                   AND WS-PG-NIGHT-CAP(PG-IDX) = 0
                   SET WS-STALLED TO TRUE
               END-IF
               IF WS-PG-LEFT-OVER(PG-IDX) > 0
                   AND WS-PG-NIGHT-CAP(PG-IDX) > 0
                   SET WS-ESTIMATED TO TRUE
                   COMPUTE WS-EXTRA-NIGHTS =
                       (WS-PG-LEFT-OVER(PG-IDX)
                        + WS-PG-NIGHT-CAP(PG-IDX) - 1)
                       / WS-PG-NIGHT-CAP(PG-IDX)
                   COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-LAST-NIGHT-DATE)
                       + WS-EXTRA-NIGHTS)
                   MOVE WS-WORK-DATE TO WS-PG-DONE-DATE(PG-IDX)
               END-IF
               IF WS-PG-DONE-DATE(PG-IDX) > WS-COMPLETION-DATE
                   MOVE WS-PG-DONE-DATE(PG-IDX) TO WS-COMPLETION-DATE
               END-IF
           END-PERFORM.

       5000-REPORT-TARGETS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE 'TARGET STANDING AT THE START OF THIS PLAN'
               TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 5100-REPORT-ONE-TARGET
               VARYING TG-IDX FROM 1 BY 1
               UNTIL TG-IDX > WS-TG-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-STALLED
                   MOVE 'NO COMPLETION DATE -- A SWEEP HAS NO CAPACITY'
                       TO WS-REPORT-LINE
               WHEN WS-COMPLETION-DATE = 0
                   MOVE 'NOTHING LEFT TO PLAN -- EVERY TARGET IS DONE'
                       TO WS-REPORT-LINE
               WHEN WS-ESTIMATED
                   STRING 'PROJECTED CAMPAIGN COMPLETION '
                              DELIMITED BY SIZE
                          WS-COMPLETION-DATE DELIMITED BY SIZE
                          ' (ESTIMATED -- RUNS PAST THE HORIZON)'
                              DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'PROJECTED CAMPAIGN COMPLETION '
                              DELIMITED BY SIZE
                          WS-COMPLETION-DATE DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-LINE.

       5100-REPORT-ONE-TARGET.
           SET PG-IDX TO WS-TG-PG(TG-IDX)
           MOVE WS-TG-START(TG-IDX) TO WS-ED-NEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-PG-NAME(PG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TG-USERID(TG-IDX) DELIMITED BY SIZE
                  ' NEXT POSITION ' DELIMITED BY SIZE
                  WS-ED-NEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE SPACES TO WS-STANDING
           EVALUATE TRUE
               WHEN WS-TG-STATE(TG-IDX) = 'H'
                   MOVE 'DONE -- FINDING ON FILE' TO WS-STANDING
               WHEN WS-TG-STATE(TG-IDX) = 'E'
                   MOVE 'DONE -- KEYSPACE EXHAUSTED' TO WS-STANDING
               WHEN WS-TG-DONE-DATE(TG-IDX) > 0
                   STRING 'COMPLETES ' DELIMITED BY SIZE
                          WS-TG-DONE-DATE(TG-IDX) DELIMITED BY SIZE
                          INTO WS-STANDING
                   END-STRING
               WHEN OTHER
                   MOVE 'CONTINUES PAST THE HORIZON' TO WS-STANDING
           END-EVALUATE
           MOVE WS-STANDING TO WS-REPORT-LINE(62:40)
           PERFORM 2900-WRITE-REPORT-LINE.

       COPY CAMPPA.
       COPY MWINPA.
       COPY PARMPA.
       COPY BIZDTPA.
       COPY FILESTPA.
