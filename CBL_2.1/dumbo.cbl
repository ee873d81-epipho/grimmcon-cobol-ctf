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
      *>   2026-10-15  Checkpoints its place in CREDFILE to DUMBOCKP
      *>               (last finished userid, the run's counts, last
      *>               correlation ID) every CKPT-EVERY credentials
      *>               (central parameter, default every one) and at a
      *>               budget stop; a rerun after a budget stop or abend
      *>               -- including NIGHTLY's restart from the failed
      *>               step -- resumes just past that credential with
      *>               the counts carried forward, and a sweep that
      *>               reaches the end clears it.
      *>   2026-10-15  Login responses are classified SUCCESS, FAIL,
      *>               LOCKED, or ERROR through the shared per-site
      *>               outcome table (LOGNOUTC: status code, redirect
      *>               target, body text) instead of 200-means-hit; a
      *>               response no rule matches keeps the old meaning
      *>               and is logged to LOGNMISS for LOUTTUNE.
      *>   2026-10-15  A second-factor challenge after a valid password
      *>               (outcome M from the login-outcome table) writes a
      *>               finding of its own kind, scored lower, and is
      *>               counted apart from full hits.
      *>   2026-10-15  Posts control totals for the run to CTLTOTAL:
      *>               credentials read, probes written, and credentials
      *>               diverted (suspended, invalid, unmapped, already
      *>               tried, overflowed). Not posted on a dry run.
      *>   2026-10-15  Sweeps the site named by the run's site selection
      *>               (SITESEL from NIGHTLY, else central parameter
      *>               DUMBO/SITE-SEL) instead of always DEFAULT. A site
      *>               group selects its first member; NIGHTLY runs the
      *>               sweep once per member when the group is scheduled
      *>               on NIGHTSKD or the ad-hoc queue.
      *>   2026-10-15  Findings carry the response code to the
      *>               suppression check; a finding matching a
      *>               suppression in force on SUPPREG is written with
      *>               status SUPPRESS (shared FINDPA).
      *>   2026-10-15  The DUMBOCKP checkpoint carries the site it was
      *>               taken against; a checkpoint left by another
      *>               site's sweep (another member of a site group) is
      *>               logged and ignored, and this site's sweep starts
      *>               from the top.
      *>   2026-10-15  Added a password-spray mode (central parameter
      *>               DUMBO/SWEEP-MODE = SPRAY): the pair file is
      *>               worked in password order, each password sent
      *>               across every account paired with it before the
      *>               next is started, with DUMBO/SPRAY-COOLDOWN
      *>               (minutes, default 30) between one password group
      *>               and the next. The group position and site are
      *>               kept in DUMBSPRY across nights and cleared when
      *>               the pass reaches the end of the file.
       IDENTIFICATION DIVISION.
     PROGRAM-ID. DUMBO.

             FILE STATUS IS WS-EX-STATUS.
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
        COPY LOUTFC.
        COPY CTOTFC.
        SELECT RESPONSE-ACTION-FILE ASSIGN TO "RSPACTTB"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RA-STATUS.
        SELECT CHECKPOINT-FILE ASSIGN TO "DUMBOCKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.
        SELECT SPRAY-CHECKPOINT-FILE ASSIGN TO "DUMBSPRY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SP-STATUS.
        SELECT SORT-WORK-FILE ASSIGN TO "DUMBOSRT".

     DATA DIVISION.
     FILE SECTION.
        05 FILLER                   PIC X.
        05 RA-HOP-LIMIT             PIC 9(1).

    FD  CHECKPOINT-FILE.
    01  CHECKPOINT-RECORD.
        05 CK-USERID                PIC X(20).
        05 CK-CORR-ID               PIC 9(8).
        05 CK-SENT-COUNT            PIC 9(6).
        05 CK-MISMATCH-COUNT        PIC 9(6).
        05 CK-SUPPRESSED-COUNT      PIC 9(6).
        05 CK-UNMAPPED-COUNT        PIC 9(6).
        05 CK-SUSPENDED-SKIPS       PIC 9(6).
        05 CK-DATE                  PIC 9(8).
        05 CK-TIME                  PIC 9(8).
        05 CK-SITE-NAME             PIC X(8).

    FD  SPRAY-CHECKPOINT-FILE.
    01  SPRAY-CHECKPOINT-RECORD.
        05 SP-NEXT-GROUP            PIC 9(5).
        05 FILLER                   PIC X(1).
        05 SP-SITE-NAME             PIC X(8).
        05 FILLER                   PIC X(1).
        05 SP-LAST-DATE             PIC 9(8).
        05 FILLER                   PIC X(1).
        05 SP-LAST-TIME             PIC 9(6).

    SD  SORT-WORK-FILE.
    01  SORT-WORK-RECORD.
        05 SW-PASSWORD              PIC X(20).
        05 SW-USERID                PIC X(20).

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
    COPY LOUTFD.
    COPY CTOTFD.

         WORKING-STORAGE SECTION.
             COPY HTTPREQ.
             COPY PARMWS.
             COPY SITEDWS.
             COPY SGRPWS.
             COPY VALCRWS.
             COPY RSPMWS.
             COPY MSGLVWS.
             COPY BUDGWS.
             COPY OVRFWS.
             COPY FINDWS.
             COPY SUPRWS.
             COPY MWINWS.
             COPY SCOPEWS.
             COPY ATRGWS.
             COPY SXRFWS.
             COPY RSPACWS.
             COPY LOUTWS.
             COPY CTOTWS.
             COPY FILESTWS.
             01 WS-EOF-SW          PIC X VALUE 'N'.
                88 END-OF-CREDS    VALUE 'Y'.
             01 WS-UNMAPPED-COUNT  PIC 9(6) VALUE 0.
             01 WS-SUSPENDED-SKIPS PIC 9(6) VALUE 0.
             01 WS-SENT-COUNT      PIC 9(6) VALUE 0.
             01 WS-MFA-COUNT       PIC 9(6) VALUE 0.
      *>   Control totals for this run alone (not carried across a
      *>   checkpoint restart): credentials read, probes written to
      *>   PROBERES, and credentials diverted without a probe.
             01 WS-CR-READ-COUNT   PIC 9(9) VALUE 0.
             01 WS-PROBED-COUNT    PIC 9(9) VALUE 0.
             01 WS-DIVERTED-COUNT  PIC 9(9) VALUE 0.
             01 WS-CKPT-STATUS     PIC X(2).
             01 WS-CKPT-EVERY      PIC 9(4) VALUE 1.
             01 WS-CKPT-SINCE      PIC 9(4) VALUE 0.
             01 WS-LAST-DONE-USERID PIC X(20) VALUE SPACES.
             01 WS-CKPT-SITE       PIC X(8) VALUE SPACES.
      *>   Spray mode: the pair file is worked in password order, one
      *>   password group (every account paired with that password)
      *>   at a time, with the cool-down between one group and the
      *>   next.  The group position carries across nights in
      *>   DUMBSPRY.
             01 WS-SPRAY-SW        PIC X VALUE 'N'.
                88 WS-SPRAY-ACTIVE VALUE 'Y'.
             01 WS-SP-STATUS       PIC X(2).
             01 WS-SW-EOF-SW       PIC X VALUE 'N'.
                88 END-OF-SORTED-PAIRS VALUE 'Y'.
             01 WS-SPRAY-IN-GROUP-SW PIC X VALUE 'N'.
                88 WS-SPRAY-IN-GROUP VALUE 'Y'.
             01 WS-SPRAY-HOLD-SW   PIC X VALUE 'N'.
                88 WS-SPRAY-HELD   VALUE 'Y'.
             01 WS-SPRAY-PASSWORD  PIC X(20).
             01 WS-SPRAY-GROUP     PIC 9(5) VALUE 0.
             01 WS-SPRAY-NEXT-GROUP PIC 9(5) VALUE 1.
             01 WS-SPRAY-ROUNDS    PIC 9(5) VALUE 0.
             01 WS-SPRAY-COOLDOWN  PIC 9(4) VALUE 30.
             01 WS-SPRAY-LAST-DATE PIC 9(8) VALUE 0.
             01 WS-SPRAY-LAST-TIME PIC 9(6) VALUE 0.
             01 WS-SPRAY-LAST-TIME-R REDEFINES WS-SPRAY-LAST-TIME.
                05 WS-SPRAY-LAST-HH PIC 9(2).
                05 WS-SPRAY-LAST-MM PIC 9(2).
                05 FILLER          PIC 9(2).
             01 WS-SPRAY-NOW-DATE  PIC 9(8).
             01 WS-SPRAY-NOW-TIME  PIC 9(8).
             01 WS-SPRAY-NOW-TIME-R REDEFINES WS-SPRAY-NOW-TIME.
                05 WS-SPRAY-NOW-HH PIC 9(2).
                05 WS-SPRAY-NOW-MM PIC 9(2).
                05 FILLER          PIC 9(4).
             01 WS-SPRAY-NOW-MIN   PIC 9(9).
             01 WS-SPRAY-LAST-MIN  PIC 9(9).

     LINKAGE SECTION.
         01 LS-DRY-RUN          PIC X(1).
    PROCEDURE DIVISION USING LS-DRY-RUN.
        A-PARA.
            MOVE 'DUMBO' TO WS-FS-PROGRAM-ID
            MOVE 'DUMBO' TO WS-GS-PROGRAM-ID
            PERFORM 8781-RESOLVE-SITE-SELECTION THRU
                8781-RESOLVE-SITE-SELECTION-EXIT
            IF NOT WS-GS-SEL-ALL
                MOVE WS-GS-FIRST-MEMBER TO WS-SD-SITE-NAME
            END-IF
            IF WS-GS-SEL-GROUP AND WS-GS-MEMBER-COUNT > 1
                DISPLAY 'DUMBO SWEEPS ONE SITE A RUN: ' WS-SD-SITE-NAME
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
            MOVE 'DUMBO' TO WS-PM-PROGRAM-ID
            PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
            MOVE 'DUMBO' TO WS-PM-PROGRAM-ID
            IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:4) = 'POST'
                MOVE 'POST' TO WS-REQ-METHOD
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
            IF WS-DRY-RUN-ACTIVE
                OPEN INPUT CREDENTIAL-FILE
            ELSE
            PERFORM 8460-LOAD-SITE-XREF THRU 8460-LOAD-SITE-XREF-EXIT
            PERFORM 8350-LOAD-RESPONSE-ACTIONS THRU
                8350-LOAD-RESPONSE-ACTIONS-EXIT
            PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
                8490-LOAD-LOGIN-OUTCOMES-EXIT
            PERFORM 8200-LOOKUP-SITE THRU 8200-LOOKUP-SITE-EXIT
            MOVE WS-SD-SITE-NAME TO WS-AR-SITE-NAME
            MOVE WS-SD-SITE-NAME TO WS-XR-SITE
            IF WS-POST-MODE AND NOT WS-DRY-RUN-ACTIVE
                PERFORM 2700-PRIME-SESSION THRU 2700-PRIME-DONE
            END-IF
            IF WS-SPRAY-ACTIVE
                PERFORM 4000-SPRAY-PASS
            ELSE
                IF NOT WS-DRY-RUN-ACTIVE
                    PERFORM 1100-RESTORE-CHECKPOINT
                END-IF
                IF NOT END-OF-CREDS
                    PERFORM 1000-READ-CREDENTIAL
                END-IF
                PERFORM 2000-BUILD-AND-SEND THRU 2000-BUILD-NEXT
                    UNTIL END-OF-CREDS
            END-IF
            CLOSE CREDENTIAL-FILE
            CLOSE EXCEPTION-FILE
            IF NOT WS-DRY-RUN-ACTIVE
                PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
                    8950-REPORT-ORPHAN-RESPONSES-EXIT
            END-IF
      *>   A budget stop leaves the position of the last credential
      *>   finished; a sweep that reached the end of the file clears
      *>   it so the next night starts from the top.  A spray run
      *>   keeps its own position in DUMBSPRY.
            IF NOT WS-DRY-RUN-ACTIVE AND NOT WS-SPRAY-ACTIVE
                IF WS-BUDGET-EXHAUSTED
                    PERFORM 3000-WRITE-CHECKPOINT
                ELSE
                    OPEN OUTPUT CHECKPOINT-FILE
                    CLOSE CHECKPOINT-FILE
                END-IF
            END-IF
            IF WS-SPRAY-ACTIVE
                IF WS-SPRAY-HELD OR WS-BUDGET-EXHAUSTED
                    DISPLAY 'DUMBO SPRAY: RESUMES AT PASSWORD GROUP '
                            WS-SPRAY-NEXT-GROUP
                ELSE
                    DISPLAY 'DUMBO SPRAY: PAIR FILE COMPLETE ('
                            WS-SPRAY-GROUP ' PASSWORD GROUPS)'
                END-IF
                DISPLAY 'DUMBO SPRAY GROUPS COMPLETED: '
                        WS-SPRAY-ROUNDS
                        '  COOL-DOWN MINUTES: ' WS-SPRAY-COOLDOWN
            END-IF
            IF WS-BUDGET-EXHAUSTED
                DISPLAY 'DUMBO STOPPED -- NIGHTLY BUDGET EXHAUSTED'
                MOVE 4 TO RETURN-CODE
                    WS-SUPPRESSED-COUNT
                    '  SKIPPED-UNMAPPED: ' WS-UNMAPPED-COUNT
                    '  SKIPPED-SUSPENDED: '
                    WS-SUSPENDED-SKIPS
                    '  SECOND-FACTOR: ' WS-MFA-COUNT
                    '  UNCLASSIFIED: ' WS-LO-UNMATCHED.
            IF NOT WS-DRY-RUN-ACTIVE
                MOVE 'DUMBO' TO WS-TL-PROGRAM-ID
                MOVE 'CREDFILE' TO WS-TL-STREAM
                MOVE WS-CR-READ-COUNT TO WS-TL-INPUT-COUNT
                MOVE WS-PROBED-COUNT TO WS-TL-OUTPUT-COUNT
                MOVE WS-DIVERTED-COUNT TO WS-TL-REJECT-COUNT
                PERFORM 8780-POST-CONTROL-TOTALS THRU
                    8780-POST-CONTROL-TOTALS-EXIT
            END-IF
       GOBACK.

       1000-READ-CREDENTIAL.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END SET END-OF-CREDS TO TRUE
               NOT AT END ADD 1 TO WS-CR-READ-COUNT
           END-READ
           MOVE 'READ' TO WS-FS-OPERATION
           MOVE 'CREDFILE' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT.

      *>   A checkpoint left by a budget-stopped or abended run puts
      *>   the sweep back just past the last credential it finished,
      *>   with that run's counts carried forward.  CKPT-EVERY sets
      *>   how many finished credentials go by between checkpoints
      *>   (default every one); anything redone after a restart from
      *>   an older position is caught by the attempted-combination
      *>   registry, not sent twice.  The checkpoint names the site
      *>   it was taken against; one left by a sweep of another site
      *>   (another member of a site group) is logged and ignored,
      *>   and this site's sweep starts from the top.
       1100-RESTORE-CHECKPOINT.
           MOVE 'DUMBO' TO WS-PM-PROGRAM-ID
           MOVE 'CKPT-EVERY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
                   AND WS-PM-PARM-VALUE(1:4) > '0000'
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-CKPT-EVERY
           END-IF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
               IF WS-CKPT-STATUS = '00' AND CK-USERID NOT = SPACES
                       AND CK-SITE-NAME NOT = WS-CKPT-SITE
                   DISPLAY 'DUMBO: CHECKPOINT FOR SITE ' CK-SITE-NAME
                           ' IGNORED -- SWEEPING ' WS-CKPT-SITE
                           ' FROM THE TOP'
                   MOVE SPACES TO CK-USERID
               END-IF
               IF WS-CKPT-STATUS = '00' AND CK-USERID NOT = SPACES
                   MOVE CK-USERID TO WS-LAST-DONE-USERID
                   MOVE CK-SENT-COUNT TO WS-SENT-COUNT
                   MOVE CK-MISMATCH-COUNT TO WS-MISMATCH-COUNT
                   MOVE CK-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
                   MOVE CK-UNMAPPED-COUNT TO WS-UNMAPPED-COUNT
                   MOVE CK-SUSPENDED-SKIPS TO WS-SUSPENDED-SKIPS
                   DISPLAY 'DUMBO RESUMING AFTER ' CK-USERID
                           ' (LAST CORRELATION ID ' CK-CORR-ID ')'
                   MOVE CK-USERID TO CR-USERID
                   START CREDENTIAL-FILE KEY > CR-USERID
                       INVALID KEY SET END-OF-CREDS TO TRUE
                   END-START
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       1500-VALIDATE-CREDENTIAL.
           MOVE CR-USERID TO WS-VC-USERID
           MOVE CR-PASSWORD TO WS-VC-PASSWORD
       2000-BUILD-AND-SEND.
           IF CR-STATUS = 'S'
               ADD 1 TO WS-SUSPENDED-SKIPS
               ADD 1 TO WS-DIVERTED-COUNT
               GO TO 2000-BUILD-NEXT
           END-IF
           PERFORM 1500-VALIDATE-CREDENTIAL
           IF NOT WS-CRED-VALID
               ADD 1 TO WS-DIVERTED-COUNT
               WRITE EXCEPTION-RECORD FROM CREDENTIAL-RECORD
               MOVE 'WRITE' TO WS-FS-OPERATION
               MOVE 'DUMBOEXC' TO WS-FS-FILE-NAME
                    8470-CHECK-TARGET-MAPPED-EXIT
                IF NOT WS-TARGET-MAPPED
                    ADD 1 TO WS-UNMAPPED-COUNT
                    ADD 1 TO WS-DIVERTED-COUNT
                ELSE
                MOVE CR-USERID TO WS-AR-USERID
                MOVE CR-PASSWORD TO WS-AR-CREDENTIAL
                    8170-CHECK-ATTEMPTED-EXIT
                IF WS-COMBO-TRIED AND NOT WS-DRY-RUN-ACTIVE
                    ADD 1 TO WS-SUPPRESSED-COUNT
                    ADD 1 TO WS-DIVERTED-COUNT
                ELSE
                MOVE 'N' TO WS-OVF-SW
                IF WS-POST-MODE
                    END-STRING
                END-IF
                IF WS-REQUEST-OVERFLOWED
                    ADD 1 TO WS-DIVERTED-COUNT
                    PERFORM 8160-WRITE-OVERFLOW-EXC THRU
                        8160-WRITE-OVERFLOW-EXC-EXIT
                ELSE
                    PERFORM 9500-SPEND-BUDGET THRU
                        9500-SPEND-BUDGET-EXIT
                    IF WS-BUDGET-EXHAUSTED
      *>   The credential in hand goes back for the next night, so
      *>   it is not counted as read tonight.
                        SUBTRACT 1 FROM WS-CR-READ-COUNT
                        SET END-OF-CREDS TO TRUE
                    ELSE
                    ADD 1 TO WS-SENT-COUNT
                    PERFORM 8920-RESOLVE-REDIRECT-HOPS THRU
                        8920-RESOLVE-REDIRECT-HOPS-EXIT
                    MOVE WS-RM-RESPONSE-CODE TO WS-RESPONSE-CODE
                    MOVE WS-SD-SITE-NAME TO WS-LO-SITE
                    MOVE WS-RESPONSE-CODE TO WS-LO-CODE
                    MOVE WS-RA-FIRST-CODE TO WS-LO-FIRST-CODE
                    MOVE WS-RM-MATCHED-EXTRA TO WS-LO-TEXT
                    PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                        8494-CLASSIFY-LOGIN-OUTCOME-EXIT
                    IF WS-EXPECTED-COUNT > 0
                        PERFORM 1800-CHECK-EXPECTED
                    END-IF
                    MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
                    PERFORM 8100-WRITE-PROBE-RESULT THRU
                        8100-WRITE-PROBE-RESULT-EXIT
                    ADD 1 TO WS-PROBED-COUNT
                    IF WS-LO-LOCKED
                        DISPLAY 'DUMBO LOCKED OUT: ' CR-USERID
                                ' CODE ' WS-RESPONSE-CODE
                    END-IF
                    IF WS-LO-MFA
                        ADD 1 TO WS-MFA-COUNT
                        DISPLAY 'DUMBO PASSWORD VALID, SECOND FACTOR '
                                'REQUIRED FOR ' CR-USERID
                        MOVE 'M' TO WS-FN-FINDING-KIND
                    ELSE
                        MOVE SPACE TO WS-FN-FINDING-KIND
                    END-IF
                    IF WS-LO-SUCCESS OR WS-LO-MFA
                        IF WS-LO-SUCCESS
                            DISPLAY 'DUMBO HIT FOR ' CR-USERID
                        END-IF
                        MOVE 'DUMBO' TO WS-FN-PROGRAM-ID
                        MOVE CR-USERID TO WS-FN-USERID
                        MOVE CR-PASSWORD TO WS-FN-CREDENTIAL
                        MOVE WS-CORR-ID TO WS-FN-CORR-ID
                        MOVE WS-RESPONSE-CODE TO WS-FN-RESP-CODE
                        PERFORM 8150-WRITE-FINDING THRU
                            8150-WRITE-FINDING-EXIT
                    END-IF
           END-IF.

       2000-BUILD-NEXT.
           IF NOT END-OF-CREDS AND NOT WS-SPRAY-ACTIVE
               MOVE CR-USERID TO WS-LAST-DONE-USERID
               IF NOT WS-DRY-RUN-ACTIVE
                   ADD 1 TO WS-CKPT-SINCE
                   IF WS-CKPT-SINCE NOT < WS-CKPT-EVERY
                       PERFORM 3000-WRITE-CHECKPOINT
                   END-IF
               END-IF
               PERFORM 1000-READ-CREDENTIAL
           END-IF.

       3000-WRITE-CHECKPOINT.
           MOVE 0 TO WS-CKPT-SINCE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-LAST-DONE-USERID TO CK-USERID
           MOVE WS-CORR-ID TO CK-CORR-ID
           MOVE WS-SENT-COUNT TO CK-SENT-COUNT
           MOVE WS-MISMATCH-COUNT TO CK-MISMATCH-COUNT
           MOVE WS-SUPPRESSED-COUNT TO CK-SUPPRESSED-COUNT
           MOVE WS-UNMAPPED-COUNT TO CK-UNMAPPED-COUNT
           MOVE WS-SUSPENDED-SKIPS TO CK-SUSPENDED-SKIPS
           ACCEPT CK-DATE FROM DATE YYYYMMDD
           ACCEPT CK-TIME FROM TIME
           MOVE WS-CKPT-SITE TO CK-SITE-NAME
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *>   Spray pass: every pair on the credential file, sorted by
      *>   password, so each password goes out across all of its
      *>   accounts before the next is started -- one attempt per
      *>   account per group rather than one account's pairs back
      *>   to back.  Each pair still goes through the whole of
      *>   2000-BUILD-AND-SEND (suspension, validation, mapping,
      *>   registry, budget, lifecycle); only the reading order
      *>   and the restart position differ.  A pass that reaches
      *>   the end of the file clears DUMBSPRY so the next starts
      *>   from the top; the registry suppresses what already ran.
       4000-SPRAY-PASS.
           PERFORM 4100-LOAD-SPRAY-CHECKPOINT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PASSWORD SW-USERID
               INPUT PROCEDURE IS 4200-RELEASE-PAIRS
               OUTPUT PROCEDURE IS 4300-SPRAY-GROUPS
           IF NOT WS-DRY-RUN-ACTIVE AND NOT WS-SPRAY-HELD
                   AND NOT WS-BUDGET-EXHAUSTED
               OPEN OUTPUT SPRAY-CHECKPOINT-FILE
               CLOSE SPRAY-CHECKPOINT-FILE
           END-IF.

      *>   A spray position taken against another site is logged
      *>   and ignored, as the sweep checkpoint is.
       4100-LOAD-SPRAY-CHECKPOINT.
           MOVE 1 TO WS-SPRAY-NEXT-GROUP
           OPEN INPUT SPRAY-CHECKPOINT-FILE
           IF WS-SP-STATUS = '00'
               READ SPRAY-CHECKPOINT-FILE
                   AT END MOVE SPACES TO SPRAY-CHECKPOINT-RECORD
               END-READ
               EVALUATE TRUE
                   WHEN SP-NEXT-GROUP IS NOT NUMERIC
                       CONTINUE
                   WHEN SP-SITE-NAME NOT = WS-CKPT-SITE
                       DISPLAY 'DUMBO: SPRAY POSITION FOR SITE '
                               SP-SITE-NAME ' IGNORED -- SPRAYING '
                               WS-CKPT-SITE ' FROM THE TOP'
                   WHEN OTHER
                       MOVE SP-NEXT-GROUP TO WS-SPRAY-NEXT-GROUP
                       IF SP-LAST-DATE IS NUMERIC
                               AND SP-LAST-TIME IS NUMERIC
                           MOVE SP-LAST-DATE TO WS-SPRAY-LAST-DATE
                           MOVE SP-LAST-TIME TO WS-SPRAY-LAST-TIME
                       END-IF
                       DISPLAY 'DUMBO SPRAY RESUMING AT PASSWORD GROUP '
                               WS-SPRAY-NEXT-GROUP
               END-EVALUATE
               CLOSE SPRAY-CHECKPOINT-FILE
           END-IF
           IF WS-SPRAY-NEXT-GROUP < 1
               MOVE 1 TO WS-SPRAY-NEXT-GROUP
           END-IF.

       4200-RELEASE-PAIRS.
           PERFORM 4210-RELEASE-ONE-PAIR UNTIL END-OF-CREDS.

       4210-RELEASE-ONE-PAIR.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END SET END-OF-CREDS TO TRUE
               NOT AT END
                   MOVE CR-PASSWORD TO SW-PASSWORD
                   MOVE CR-USERID TO SW-USERID
                   RELEASE SORT-WORK-RECORD
           END-READ
           MOVE 'READ' TO WS-FS-OPERATION
           MOVE 'CREDFILE' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT.

       4300-SPRAY-GROUPS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-SW-EOF-SW
           MOVE 0 TO WS-SPRAY-GROUP
           MOVE HIGH-VALUES TO WS-SPRAY-PASSWORD
           PERFORM 4310-RETURN-ONE-PAIR UNTIL END-OF-SORTED-PAIRS.

       4310-RETURN-ONE-PAIR.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-PAIRS TO TRUE
                   PERFORM 4330-END-GROUP
               NOT AT END
                   IF SW-PASSWORD NOT = WS-SPRAY-PASSWORD
                       PERFORM 4330-END-GROUP
                       PERFORM 4320-START-GROUP THRU
                           4320-START-GROUP-EXIT
                   END-IF
                   IF WS-SPRAY-IN-GROUP AND NOT WS-BUDGET-EXHAUSTED
                       PERFORM 4340-SPRAY-ONE-PAIR
                   END-IF
           END-RETURN.

      *>   Groups before the restart position were finished on an
      *>   earlier run.  A group is not started until the cool-down
      *>   has passed since the last one finished; the run holds
      *>   there and the next run picks it up.
       4320-START-GROUP.
           MOVE SW-PASSWORD TO WS-SPRAY-PASSWORD
           ADD 1 TO WS-SPRAY-GROUP
           MOVE 'N' TO WS-SPRAY-IN-GROUP-SW
           IF WS-SPRAY-GROUP < WS-SPRAY-NEXT-GROUP
                   OR WS-SPRAY-HELD OR WS-BUDGET-EXHAUSTED
               GO TO 4320-START-GROUP-EXIT
           END-IF
           IF WS-SPRAY-LAST-DATE > 0
               ACCEPT WS-SPRAY-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SPRAY-NOW-TIME FROM TIME
               COMPUTE WS-SPRAY-NOW-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-SPRAY-NOW-DATE) * 1440
                   + WS-SPRAY-NOW-HH * 60 + WS-SPRAY-NOW-MM
               COMPUTE WS-SPRAY-LAST-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-SPRAY-LAST-DATE) * 1440
                   + WS-SPRAY-LAST-HH * 60 + WS-SPRAY-LAST-MM
               IF WS-SPRAY-NOW-MIN - WS-SPRAY-LAST-MIN
                   < WS-SPRAY-COOLDOWN
                   SET WS-SPRAY-HELD TO TRUE
                   GO TO 4320-START-GROUP-EXIT
               END-IF
           END-IF
           SET WS-SPRAY-IN-GROUP TO TRUE.
       4320-START-GROUP-EXIT.
           EXIT.

      *>   A group cut short by the budget is not finished: the
      *>   position stays on it and the registry suppresses the
      *>   pairs already sent when it is picked up again.  A dry
      *>   run shows one group and stops.
       4330-END-GROUP.
           IF WS-SPRAY-IN-GROUP AND NOT WS-BUDGET-EXHAUSTED
               MOVE 'N' TO WS-SPRAY-IN-GROUP-SW
               ADD 1 TO WS-SPRAY-ROUNDS
               COMPUTE WS-SPRAY-NEXT-GROUP = WS-SPRAY-GROUP + 1
               ACCEPT WS-SPRAY-LAST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SPRAY-NOW-TIME FROM TIME
               MOVE WS-SPRAY-NOW-TIME(1:6) TO WS-SPRAY-LAST-TIME
               IF WS-DRY-RUN-ACTIVE
                   SET WS-SPRAY-HELD TO TRUE
               ELSE
                   PERFORM 4500-WRITE-SPRAY-CHECKPOINT
               END-IF
           END-IF.

       4340-SPRAY-ONE-PAIR.
           MOVE SW-USERID TO CR-USERID
           READ CREDENTIAL-FILE KEY IS CR-USERID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CR-READ-COUNT
                   PERFORM 2000-BUILD-AND-SEND THRU 2000-BUILD-NEXT
           END-READ.

       4500-WRITE-SPRAY-CHECKPOINT.
           OPEN OUTPUT SPRAY-CHECKPOINT-FILE
           MOVE SPACES TO SPRAY-CHECKPOINT-RECORD
           MOVE WS-SPRAY-NEXT-GROUP TO SP-NEXT-GROUP
           MOVE WS-CKPT-SITE TO SP-SITE-NAME
           MOVE WS-SPRAY-LAST-DATE TO SP-LAST-DATE
           MOVE WS-SPRAY-LAST-TIME TO SP-LAST-TIME
           WRITE SPRAY-CHECKPOINT-RECORD
           CLOSE SPRAY-CHECKPOINT-FILE.


      *>   One priming GET of the bare login form: the capture line
      *>   for its correlation ID carries SET-COOKIE= and TOKEN=
               9300-GET-PROCESSING-DATE-EXIT
           MOVE WS-BIZ-DATE TO CR-LAST-ATTEMPT-DATE
           MOVE WS-RESPONSE-CODE TO CR-LAST-RESPONSE-CODE
           IF WS-LO-SUCCESS OR WS-LO-MFA
               MOVE 'P' TO CR-STATUS
           ELSE
               MOVE 'F' TO CR-STATUS
       COPY PARMPA.
       COPY MSGLVPA.
       COPY SITEDPA.
       COPY SGRPPA.
       COPY VALCRPA.
       COPY RSPMPA.
       COPY MASKPA.
       COPY BUDGPA.
       COPY OVRFPA.
       COPY FINDPA.
       COPY SUPRPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY ATRGPA.
       COPY SXRFPA.
       COPY RSPACPA.
       COPY LOUTPA.
       COPY CTOTPA.
       COPY FILESTPA.
