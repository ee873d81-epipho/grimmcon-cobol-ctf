      *>               hash chain at end of cycle, every night, and
      *>               deliberately not deferrable -- the evidence
      *>               seal is the one report that must not slip.
      *>   2026-10-15  Added ENGCLOSE to the callable steps, so the
      *>               engagement closeout package can run off the batch
      *>               calendar (daily picks up any engagement whose
      *>               window has just passed).
      *>   2026-10-15  Added MODLATE to the callable steps (missing and
      *>               late MODTRANS vendor batch check).
      *>   2026-10-15  FILELIN (file catalog lineage and verification)
      *>               added to the steps the calendar can fire;
      *>               scheduled weekly on BATCALDR.
      *>   2026-10-15  A FAILED or BUDGET-STOPPED step line now carries
      *>               the matching run-book reference (RUNBOOK, keyed
      *>               by step and failure type) after its status, and
      *>               the entry's escalation contact and numbered
      *>               recovery steps follow it in NIGHTLOG, indented
      *>               under a blank step name.  A VAR return code 16 is
      *>               looked up as a seal mismatch.  The night's alerts
      *>               are tagged with their failure type.
      *>   2026-10-15  CHGRECON (change-control reconciliation of the
      *>               master-file journals against the CHGREQ register)
      *>               added to the callable steps; scheduled daily on
      *>               BATCALDR.
      *>   2026-10-15  OPERACT (weekly operator activity and privileged-
      *>               action report) added to the callable steps;
      *>               scheduled weekly on BATCALDR.
      *>   2026-10-15  ACCRCERT (quarterly operator access
      *>               recertification) added to the callable steps; run
      *>               daily on BATCALDR so returned decisions and the
      *>               deadline are picked up.
      *>   2026-10-15  OUTAGREG (outage incident register and monthly
      *>               MTTR / MTBF per site) added to the callable
      *>               steps; run daily on BATCALDR so the register
      *>               keeps ahead of MARCOLOG housekeeping.
      *>   2026-10-15  SITESCOR (weekly site health scorecard) added to
      *>               the callable steps; scheduled weekly on BATCALDR.
      *>   2026-10-15  GET3DIFF (GET3 sweep response differential) added
      *>               to the callable steps; run daily on BATCALDR
      *>               after the night's sweep.
      *>   2026-10-15  HDRCHK (security response-header compliance)
      *>               added to the callable steps; run daily on
      *>               BATCALDR after GET1.
      *>   2026-10-15  USERENUM (username enumeration probe) added to
      *>               the callable steps; scheduled on NIGHTSKD ahead
      *>               of TGTCHECK so the accounts it confirms can be
      *>               promoted the same night.
      *>   2026-10-15  RATECAL (rate-limit calibration probe) added to
      *>               the callable steps; run weekly on BATCALDR.
      *>   2026-10-15  LHOLDRPT (legal-hold register report) added to
      *>               the step dispatch.
      *>   2026-10-15  PAGENOTF (on-call paging of escalated alerts)
      *>               added to the step dispatch; run daily on
      *>               BATCALDR.
      *>   2026-10-15  INCFEED (service-desk incident feed) added to the
      *>               step dispatch; run daily on BATCALDR.
      *>   2026-10-15  The sweep gate reads the DEFAULT and LOGIN
      *>               outcomes by key from the current-heartbeat status
      *>               file (HBSTATUS) instead of reading all of
      *>               MARCOLOG.
      *>   2026-10-15  CAMPPLAN (multi-night credential campaign
      *>               planner) added to the callable steps; scheduled
      *>               on NIGHTSKD after TGTCHECK so each night's MICKEY
      *>               and PLUTO target files are planned before the
      *>               sweeps run.
      *>   2026-10-15  KEYCOVR (keyspace coverage and projected
      *>               completion per target) added to the step
      *>               dispatch; run daily on BATCALDR.
      *>   2026-10-15  REUSEPRB (cross-site reuse probe of confirmed
      *>               findings) added to the callable steps; scheduled
      *>               on NIGHTSKD ahead of the sweeps so its few
      *>               requests are not starved of budget.
      *>   2026-10-15  RPTBURST (per-owner report bursting) added to the
      *>               step dispatch; run daily on BATCALDR.
      *>   2026-10-15  Batch calendar M and L entries follow the fiscal
      *>               calendar (FISCCAL) when PERIOD-BASIS is FISCAL: M
      *>               counts days into the fiscal period, L fires on
      *>               the period's last business day.
      *>   2026-10-15  SIEMFEED (security event feed to the SIEM) added
      *>               to the step dispatch; run daily on BATCALDR.
      *>   2026-10-15  RULEEFF (candidate-rule effectiveness) added to
      *>               the step dispatch; run weekly on BATCALDR.
      *>   2026-10-15  LOUTTUNE (login-outcome table tuning report)
      *>               added to the step dispatch; run daily on
      *>               BATCALDR.
      *>   2026-10-15  CTLBAL (end-of-night control-totals balancing)
      *>               added to the step dispatch; run daily on BATCALDR
      *>               as the last calendar job.
      *>   2026-10-15  NIGHTSKD entries (new column 12) and ad-hoc queue
      *>               entries may name a site or a site group (SITEGRP)
      *>               for the step. The name is posted to SITESEL for
      *>               the length of the call so the step narrows its
      *>               own sites to it; a sweep scheduled against a
      *>               group runs once per member site, stopping at the
      *>               first member that does not finish clean. The
      *>               maintenance and site-up checks ahead of a sweep
      *>               use the sweep's site instead of DEFAULT.
      *>   2026-10-15  SUPPRPT (monthly false-positive suppression
      *>               report) added to the step dispatch; run on the
      *>               first of the month on BATCALDR.
      *>   2026-10-15  An alert matching a suppression in force on
      *>               SUPPREG is queued as status S and never listed,
      *>               escalated, or paged (shared ALRTPA).
      *>   2026-10-15  DISCSCAN (information-disclosure scan of the
      *>               night's response captures) added to the step
      *>               dispatch.
      *>   2026-10-15  PATHPROB (wordlist path discovery probe) added to
      *>               the callable steps; scheduled on NIGHTSKD after
      *>               the sweeps, its checkpoint carrying a long
      *>               wordlist over to the next night.
      *>   2026-10-15  METHAUD (HTTP method exposure audit) added to the
      *>               step dispatch; run weekly on BATCALDR.
      *>   2026-10-15  TXMATCH added to the step dispatch to match its
      *>               BATCALDR entry. INGATE (inbound interface
      *>               gatekeeper) and the inbound readers MOD, MODACKM,
      *>               VENDFEED and CREDLOAD added to the dispatch. A
      *>               NIGHTSKD, calendar or ad-hoc step whose inbound
      *>               file INGATE rejected or found absent tonight is
      *>               logged SKIPPED-INBOUND and held, not fired or
      *>               marked complete.
      *>   2026-10-15  Each step is CANCELled after its call returns, so
      *>               the members of a site-group sweep (and later
      *>               ad-hoc or calendar runs of the same step) start
      *>               from fresh working storage. NIGHTCTL completions now
      *>               carry the site: a restart skips only the step and
      *>               site that finished, on the schedule and on the
      *>               ad-hoc queue alike. The end-of-run alert is typed
      *>               SEALMISM when VAR failed the log-seal check, as
      *>               its NIGHTLOG line is.
      *>   2026-10-15  A calendar job runs with no site: the site left
      *>               by the last scheduled step or group member is
      *>               cleared, so the job is logged and marked complete
      *>               on NIGHTCTL without one.
      *>   2026-10-15  INGATE runs as the first step of the built-in
      *>               schedule, ahead of VAR, so every inbound reader
      *>               on the chain is gated; it no longer runs from the
      *>               calendar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY.

           SELECT SCHEDULE-FILE ASSIGN TO "NIGHTSKD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           COPY HBSTFC.
           COPY BIZDTFC.
           COPY BUDGFC.
           COPY PARMFC.
           COPY SGRPFC.
           COPY MWINFC.
           COPY ALRTFC.
           COPY SUPRFC.
           COPY RSTAFC.
           COPY RLCKFC.
           COPY RBOOKFC.
           COPY FISCFC.
           COPY INGTFC.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "NIGHTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           05 RC-STEP-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 RC-STEP-STATUS        PIC X(8).
           05 FILLER                PIC X.
           05 RC-STEP-SITE          PIC X(8).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 SK-ENABLED            PIC X(1).
           05 SK-ON-FAILURE         PIC X(1).
           05 SK-DEFERRABLE         PIC X(1).
           05 SK-SITE-SEL           PIC X(8).

       COPY HBSTFD.

       COPY BIZDTFD.
       COPY BUDGFD.
       COPY PARMFD.
       COPY SGRPFD.
       COPY MWINFD.
       COPY ALRTFD.
       COPY SUPRFD.
       COPY RSTAFD.
       COPY RLCKFD.
       COPY RBOOKFD.
       COPY FISCFD.
       COPY INGTFD.

       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-RECORD      PIC X(80).
           05 AH-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-APPROVER           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 AH-SITE-SEL           PIC X(8).

       FD  ADHOC-WORK-FILE.
       01  ADHOC-WORK-RECORD        PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY PARMWS.
           COPY SGRPWS.
           COPY MWINWS.
           COPY ALRTWS.
           COPY SUPRWS.
           COPY RSTAWS.
           COPY RLCKWS.
           COPY RBOOKWS.
           COPY FISCWS.
           01 WS-TODAY-DATE         PIC 9(8).
           01 WS-PINNED-DATE        PIC 9(8).
           01 WS-STEP-NAME          PIC X(8).
           01 WS-RC-STATUS          PIC X(2).
           01 WS-RC-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-RUN-CONTROL VALUE 'Y'.
           01 WS-DONE-COUNT         PIC 9(3) VALUE 0.
           01 WS-DONE-STEP-TABLE.
              05 WS-DONE-ENTRY OCCURS 100 TIMES INDEXED BY DN-IDX.
                 10 WS-DONE-STEP    PIC X(8).
                 10 WS-DONE-SITE    PIC X(8).
           01 WS-SKIP-SW            PIC X VALUE 'N'.
              88 WS-STEP-ALREADY-DONE VALUE 'Y'.
           01 WS-IG-STATUS          PIC X(2).
           01 WS-IG-EOF-SW          PIC X.
              88 END-OF-GATE-STATUS VALUE 'Y'.
           01 WS-IG-HELD-SW         PIC X VALUE 'N'.
              88 WS-INBOUND-HELD    VALUE 'Y'.
           01 WS-IG-HELD-FILE       PIC X(8).
           01 WS-IG-HELD-RESULT     PIC X(8).
           01 WS-FAILED-COUNT       PIC 9(2) VALUE 0.
           01 WS-BUDGET-STOP-COUNT  PIC 9(2) VALUE 0.
           01 WS-SK-STATUS          PIC X(2).
                 10 WS-SK-ENABLED       PIC X(1).
                 10 WS-SK-ON-FAILURE    PIC X(1).
                 10 WS-SK-DEFERRABLE    PIC X(1).
                 10 WS-SK-SITE-SEL      PIC X(8).
           01 WS-STEP-ON-FAILURE    PIC X(1).
      *>   The site or site group a step is scheduled against
      *>   (NIGHTSKD column 12, or the ad-hoc entry's), and the one
      *>   site or group posted to SITESEL for the call itself.  A
      *>   sweep scheduled against a group runs once per member.
           01 WS-STEP-SITE-SEL      PIC X(8) VALUE SPACES.
           01 WS-STEP-SITE          PIC X(8) VALUE SPACES.
           01 WS-SWEEP-SITE         PIC X(8) VALUE 'DEFAULT'.
           01 WS-SWEEP-STEP-SW      PIC X VALUE 'N'.
              88 WS-SWEEP-STEP      VALUE 'Y'.
           01 WS-MEMBER-STOP-SW     PIC X VALUE 'N'.
              88 WS-MEMBER-STOP     VALUE 'Y'.
           01 WS-MEMBER-WORST-RC    PIC 9(4) VALUE 0.
           01 WS-ABORT-SW           PIC X VALUE 'N'.
              88 WS-RUN-ABORTED     VALUE 'Y'.
           01 WS-LAST-HB-RECEIVED   PIC X(3) VALUE SPACES.
           01 WS-LAST-LOGIN-HB      PIC X(3) VALUE SPACES.
           COPY HBLOGWS.
           COPY HBSTWS.
           01 WS-SITE-UP-SW         PIC X VALUE 'Y'.
              88 WS-SITE-UP         VALUE 'Y'.
           01 WS-BC-STATUS          PIC X(2).
           01 WS-CAL-THIS-MONTH     PIC 9(6).
           01 WS-CAL-SCAN-DOW       PIC 9(1).
           01 WS-CAL-WORKDAY-SW     PIC X.
           01 WS-CAL-FISCAL-SW      PIC X VALUE 'N'.
              88 WS-CAL-ON-FISCAL   VALUE 'Y'.
           01 WS-CAL-PERIOD-START-INT PIC 9(8).
           01 WS-CAL-PERIOD-END-INT PIC 9(8).
           01 WS-CAL-PERIOD-DAY     PIC 9(3).
           01 WS-AH-STATUS          PIC X(2).
           01 WS-AW-STATUS          PIC X(2).
           01 WS-AH-EOF-SW          PIC X.
              05 WS-L-ELAPSED       PIC 9(6).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-L-STATUS        PIC X(17).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-L-RUNBOOK       PIC X(8).
           01 WS-STEP-FAIL-TYPE     PIC X(8) VALUE 'STEPFAIL'.
           01 WS-SEAL-FAIL-SW       PIC X VALUE 'N'.
              88 WS-SEAL-FAILED     VALUE 'Y'.
           01 WS-STEP-CALLED-SW     PIC X VALUE 'N'.
              88 WS-STEP-CALLED     VALUE 'Y'.
           01 WS-CALLED-RC          PIC S9(4) VALUE 0.
           01 WS-RUNBOOK-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-RB-LOG-TEXT     PIC X(73).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-IF

           PERFORM 0100-LOAD-SCHEDULE
           MOVE SPACES TO WS-GS-SELECTION
           PERFORM 8787-POST-RUN-SELECTION THRU
               8787-POST-RUN-SELECTION-EXIT
           PERFORM 0400-PROJECT-WINDOW-FIT THRU
               0400-PROJECT-DONE
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
                   MOVE 'NIGHTLY' TO WS-AL-SOURCE
                   MOVE 'NIGHT HAD FAILED OR ABORTED STEPS'
                       TO WS-AL-MESSAGE
                   IF WS-SEAL-FAILED
                       MOVE 'SEALMISM' TO WS-AL-FAILURE-TYPE
                   ELSE
                       MOVE 'STEPFAIL' TO WS-AL-FAILURE-TYPE
                   END-IF
                   PERFORM 8650-ENQUEUE-ALERT THRU
                       8650-ENQUEUE-ALERT-EXIT
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NIGHTLY' TO WS-AL-SOURCE
                   MOVE 'NIGHT BUDGET EXHAUSTED MID-CHAIN'
                       TO WS-AL-MESSAGE
                   MOVE 'BUDGET' TO WS-AL-FAILURE-TYPE
                   PERFORM 8650-ENQUEUE-ALERT THRU
                       8650-ENQUEUE-ALERT-EXIT
                   MOVE 4 TO RETURN-CODE
      *>   A missing NIGHTSKD is the normal case on a box that has
      *>   never needed to reshape the night: the built-in order
      *>   stands, everything enabled, and only VAR set to abort the
      *>   run on failure.  INGATE leads, so tonight's inbound files
      *>   are passed or held before any step that reads them.
       0100-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SK-STATUS = '00'
                       MOVE SK-ON-FAILURE TO WS-SK-ON-FAILURE(SK-IDX)
                       MOVE SK-DEFERRABLE
                           TO WS-SK-DEFERRABLE(SK-IDX)
                       MOVE SK-SITE-SEL TO WS-SK-SITE-SEL(SK-IDX)
                   END-IF
           END-READ.

       0120-BUILD-DEFAULT-SCHEDULE.
           MOVE 19 TO WS-SCHEDULE-COUNT
           MOVE 'INGATE' TO WS-SK-STEP-NAME(1)
           MOVE 'VAR'    TO WS-SK-STEP-NAME(2)
           MOVE 'A' TO WS-SK-ON-FAILURE(2)
           MOVE 'GET1'   TO WS-SK-STEP-NAME(3)
           MOVE 'GET2'   TO WS-SK-STEP-NAME(4)
           MOVE 'GET3'   TO WS-SK-STEP-NAME(5)
           MOVE 'SITEBASE' TO WS-SK-STEP-NAME(6)
           MOVE 'TGTCHECK' TO WS-SK-STEP-NAME(7)
           MOVE 'DUMBO'  TO WS-SK-STEP-NAME(8)
           MOVE 'MICKEY' TO WS-SK-STEP-NAME(9)
           MOVE 'PLUTO'  TO WS-SK-STEP-NAME(10)
           MOVE 'MARCO'  TO WS-SK-STEP-NAME(11)
           MOVE 'CHAL1'  TO WS-SK-STEP-NAME(12)
           MOVE 'CORRAUD' TO WS-SK-STEP-NAME(13)
           MOVE 'RECON'   TO WS-SK-STEP-NAME(14)
           MOVE 'DAYAGG'  TO WS-SK-STEP-NAME(15)
           MOVE 'RSPDIST' TO WS-SK-STEP-NAME(16)
           MOVE 'AUDRECON' TO WS-SK-STEP-NAME(17)
           MOVE 'INTAUD' TO WS-SK-STEP-NAME(18)
           MOVE 'LOGSEAL' TO WS-SK-STEP-NAME(19)
           PERFORM VARYING SK-IDX FROM 1 BY 1 UNTIL SK-IDX > 19
               MOVE 'Y' TO WS-SK-ENABLED(SK-IDX)
               MOVE SPACES TO WS-SK-SITE-SEL(SK-IDX)
               IF WS-SK-ON-FAILURE(SK-IDX) NOT = 'A'
                   MOVE 'C' TO WS-SK-ON-FAILURE(SK-IDX)
               END-IF
               MOVE 'NIGHTLY' TO WS-AL-SOURCE
               MOVE 'CORE CHAIN PROJECTED PAST WINDOW END'
                   TO WS-AL-MESSAGE
               MOVE 'WINDOW' TO WS-AL-FAILURE-TYPE
               PERFORM 8650-ENQUEUE-ALERT THRU
                   8650-ENQUEUE-ALERT-EXIT
           END-IF
       1400-RUN-SCHEDULED-STEP.
           MOVE WS-SK-STEP-NAME(SK-IDX) TO WS-STEP-NAME
           MOVE WS-SK-ON-FAILURE(SK-IDX) TO WS-STEP-ON-FAILURE
           MOVE WS-SK-SITE-SEL(SK-IDX) TO WS-STEP-SITE-SEL
           EVALUATE WS-SK-ENABLED(SK-IDX)
               WHEN 'Y'
                   PERFORM 1450-RUN-STEP-SELECTION
               WHEN 'F'
                   PERFORM 2300-STAMP-ZERO-LENGTH-STEP
                   MOVE 'DEFERRED' TO WS-L-STATUS
           READ RUN-CONTROL-FILE
               AT END SET END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   IF RC-STEP-STATUS = 'COMPLETE' AND WS-DONE-COUNT < 100
                       ADD 1 TO WS-DONE-COUNT
                       SET DN-IDX TO WS-DONE-COUNT
                       MOVE RC-STEP-NAME TO WS-DONE-STEP(DN-IDX)
                       MOVE RC-STEP-SITE TO WS-DONE-SITE(DN-IDX)
                   END-IF
           END-READ.

      *>   A fan-out step takes its site or group whole and narrows
      *>   its own site table; a sweep works one site a run, so a
      *>   group runs it once per member in SITEGRP order.  The
      *>   member runs stop at the first that does not finish clean,
      *>   since its checkpoint belongs to that member's site.
       1450-RUN-STEP-SELECTION.
           PERFORM 1455-SET-SWEEP-STEP
           MOVE WS-STEP-SITE-SEL TO WS-GS-SELECTION
           PERFORM 8783-CLASSIFY-SELECTION THRU
               8783-CLASSIFY-SELECTION-EXIT
           IF WS-GS-SEL-GROUP AND WS-SWEEP-STEP
               MOVE 'N' TO WS-MEMBER-STOP-SW
               PERFORM 1460-RUN-STEP-FOR-MEMBER
                   VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > WS-GS-COUNT
                      OR WS-MEMBER-STOP
                      OR WS-RUN-ABORTED
           ELSE
               MOVE WS-STEP-SITE-SEL TO WS-STEP-SITE
               PERFORM 1500-RUN-STEP
           END-IF.

       1455-SET-SWEEP-STEP.
           IF WS-STEP-NAME = 'DUMBO' OR WS-STEP-NAME = 'MICKEY'
                   OR WS-STEP-NAME = 'PLUTO'
               MOVE 'Y' TO WS-SWEEP-STEP-SW
           ELSE
               MOVE 'N' TO WS-SWEEP-STEP-SW
           END-IF.

       1460-RUN-STEP-FOR-MEMBER.
           IF WS-GS-GROUP(GS-IDX) = WS-STEP-SITE-SEL
               MOVE WS-GS-SITE(GS-IDX) TO WS-STEP-SITE
               MOVE 0 TO RETURN-CODE
               PERFORM 1500-RUN-STEP
               IF RETURN-CODE NOT = 0
                   SET WS-MEMBER-STOP TO TRUE
                   DISPLAY 'NIGHTLY: ' WS-STEP-NAME ' GROUP '
                           WS-STEP-SITE-SEL ' STOPPED AT SITE '
                           WS-STEP-SITE
               END-IF
           END-IF.

      *>   Posts the step's site or group to SITESEL for the length
      *>   of the call, so the step resolves it in place of its own
      *>   SITE-SEL parameter.
       1470-CALL-STEP-FOR-SITE.
           IF WS-STEP-SITE = SPACES
               PERFORM 1600-CALL-STEP
           ELSE
               DISPLAY 'NIGHTLY: ' WS-STEP-NAME ' FOR ' WS-STEP-SITE
               MOVE WS-STEP-NAME TO WS-GS-PROGRAM-ID
               MOVE WS-STEP-SITE TO WS-GS-SELECTION
               PERFORM 8787-POST-RUN-SELECTION THRU
                   8787-POST-RUN-SELECTION-EXIT
               PERFORM 1600-CALL-STEP
               MOVE SPACES TO WS-GS-SELECTION
               PERFORM 8787-POST-RUN-SELECTION THRU
                   8787-POST-RUN-SELECTION-EXIT
           END-IF.

       1500-RUN-STEP.
           MOVE 'Y' TO WS-SITE-UP-SW
           MOVE 'N' TO WS-MW-IN-WINDOW-SW
           PERFORM 1455-SET-SWEEP-STEP
           IF WS-STEP-SITE = SPACES
               MOVE 'DEFAULT' TO WS-SWEEP-SITE
           ELSE
               MOVE WS-STEP-SITE TO WS-SWEEP-SITE
           END-IF
           IF WS-SWEEP-STEP
               MOVE WS-SWEEP-SITE TO WS-MW-SITE-NAME
               PERFORM 8280-CHECK-MAINT-WINDOW THRU
                   8280-CHECK-MAINT-WINDOW-EXIT
               PERFORM 1300-READ-LAST-HEARTBEAT
           END-IF
           PERFORM 1510-CHECK-STEP-DONE
           PERFORM 1480-CHECK-INBOUND-GATE
           EVALUATE TRUE
               WHEN WS-SITE-IN-MAINT
                   PERFORM 2300-STAMP-ZERO-LENGTH-STEP
                   MOVE 'SKIPPED-SITE-DOWN' TO WS-L-STATUS
                   PERFORM 2100-WRITE-STEP-LINE
               WHEN WS-STEP-ALREADY-DONE
                   PERFORM 1520-LOG-RESTART-SKIP
               WHEN WS-INBOUND-HELD
                   PERFORM 1490-LOG-INBOUND-HOLD
               WHEN OTHER
                   PERFORM 2000-LOG-START
                   PERFORM 1470-CALL-STEP-FOR-SITE
                   PERFORM 2000-LOG-END
           END-EVALUATE.

      *>   A completion in NIGHTCTL counts for the step and site it
      *>   was posted under, so a group sweep stopped part-way picks
      *>   up at the first member that did not finish and does not
      *>   pass over the rest.  Steps run without a site carry a
      *>   blank site, as do records posted before the site was kept.
       1510-CHECK-STEP-DONE.
           MOVE 'N' TO WS-SKIP-SW
           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > WS-DONE-COUNT
               IF WS-DONE-STEP(DN-IDX) = WS-STEP-NAME
                       AND WS-DONE-SITE(DN-IDX) = WS-STEP-SITE
                   SET WS-STEP-ALREADY-DONE TO TRUE
               END-IF
           END-PERFORM.

       1520-LOG-RESTART-SKIP.
           PERFORM 2300-STAMP-ZERO-LENGTH-STEP
           MOVE 'RESTART-SKIP' TO WS-L-STATUS
           PERFORM 2100-WRITE-STEP-LINE
           IF WS-STEP-SITE NOT = SPACES
               DISPLAY 'NIGHTLY: ' WS-STEP-NAME ' FOR ' WS-STEP-SITE
                       ' ALREADY COMPLETE -- RESTART-SKIP'
           END-IF.

      *>   INGATE posts tonight's verdict on every inbound file
      *>   against the step that reads it.  A step whose file was
      *>   rejected (and quarantined) or never arrived is held: it
      *>   is logged SKIPPED-INBOUND, not fired and not marked
      *>   complete, so a rerun once the file is replaced and
      *>   passed picks it up.  A step with no line for tonight's
      *>   date -- no inbound file, or no INGATE run -- goes ahead,
      *>   so INGATE is the first step of the night.
       1480-CHECK-INBOUND-GATE.
           MOVE 'N' TO WS-IG-HELD-SW
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE 'N' TO WS-IG-EOF-SW
           OPEN INPUT INBOUND-GATE-FILE
           IF WS-IG-STATUS = '00'
               PERFORM 1485-READ-ONE-GATE-STATUS
                   UNTIL END-OF-GATE-STATUS
               CLOSE INBOUND-GATE-FILE
           END-IF.

       1485-READ-ONE-GATE-STATUS.
           READ INBOUND-GATE-FILE
               AT END SET END-OF-GATE-STATUS TO TRUE
               NOT AT END
                   IF IG-STEP = WS-STEP-NAME
                       AND IG-DATE = WS-BIZ-DATE
                       AND (IG-RESULT = 'REJECTED'
                            OR IG-RESULT = 'ABSENT')
                       SET WS-INBOUND-HELD TO TRUE
                       MOVE IG-FILE-ID TO WS-IG-HELD-FILE
                       MOVE IG-RESULT TO WS-IG-HELD-RESULT
                   END-IF
           END-READ.

       1490-LOG-INBOUND-HOLD.
           PERFORM 2300-STAMP-ZERO-LENGTH-STEP
           MOVE 'SKIPPED-INBOUND' TO WS-L-STATUS
           PERFORM 2100-WRITE-STEP-LINE
           DISPLAY 'NIGHTLY: ' WS-STEP-NAME ' SKIPPED -- INBOUND FILE '
                   WS-IG-HELD-FILE ' ' WS-IG-HELD-RESULT.

      *>   The outcome of the newest heartbeat decides up/down, read
      *>   by key from the current-status file for the site the
      *>   sweep targets (DEFAULT unless scheduled against another)
      *>   and for the LOGIN round trip.  No record
      *>   (or no status file) leaves the site counted as up, so a
      *>   box that has never run MARCO still gets its sweeps.
       1300-READ-LAST-HEARTBEAT.
           MOVE SPACES TO WS-LAST-HB-RECEIVED
           MOVE SPACES TO WS-LAST-LOGIN-HB
           MOVE WS-SWEEP-SITE TO WS-HS-SITE
           PERFORM 8720-READ-HB-STATUS THRU 8720-READ-HB-STATUS-EXIT
           IF WS-HS-FOUND
               MOVE HS-OUTCOME TO WS-LAST-HB-RECEIVED
           END-IF
           MOVE 'LOGIN' TO WS-HS-SITE
           PERFORM 8720-READ-HB-STATUS THRU 8720-READ-HB-STATUS-EXIT
           IF WS-HS-FOUND
               MOVE HS-OUTCOME TO WS-LAST-LOGIN-HB
           END-IF
           IF (WS-LAST-HB-RECEIVED = 'YES'
               OR WS-LAST-HB-RECEIVED = SPACES)
               MOVE 'N' TO WS-SITE-UP-SW
           END-IF.

       COPY HBSTPA.

      *>   The batch calendar fires after the standard chain: each
      *>   due job runs through the same dispatch, logging, and
           COMPUTE WS-CAL-DOW =
               FUNCTION MOD(WS-CAL-BIZ-INT - 1, 7) + 1
           PERFORM 1750-LOAD-HOLIDAYS
           PERFORM 1770-SETTLE-PERIOD-BASIS
           MOVE 'N' TO WS-BC-EOF-SW
           OPEN INPUT BATCH-CALENDAR-FILE
           IF WS-BC-STATUS = '00'
                   IF WS-JOB-DUE
                       MOVE BC-JOB-NAME TO WS-STEP-NAME
                       MOVE 'C' TO WS-STEP-ON-FAILURE
                       MOVE SPACES TO WS-STEP-SITE
                       MOVE SPACES TO WS-STEP-SITE-SEL
                       PERFORM 1480-CHECK-INBOUND-GATE
                       IF WS-INBOUND-HELD
                           PERFORM 1490-LOG-INBOUND-HOLD
                       ELSE
                           PERFORM 2000-LOG-START
                           PERFORM 1600-CALL-STEP
                           PERFORM 2000-LOG-END
                       END-IF
                   END-IF
           END-READ.

                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN 'M'
                   IF WS-CAL-ON-FISCAL
                       COMPUTE WS-CAL-PERIOD-DAY =
                           WS-CAL-BIZ-INT - WS-CAL-PERIOD-START-INT + 1
                       IF WS-CAL-PERIOD-DAY = BC-FREQ-VALUE
                           SET WS-JOB-DUE TO TRUE
                       END-IF
                   ELSE
                       MOVE WS-BIZ-DATE(7:2) TO WS-CAL-DAY
                       IF WS-CAL-DAY = BC-FREQ-VALUE
                           SET WS-JOB-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'L'
                   IF WS-CAL-ON-FISCAL
                       PERFORM 1735-CHECK-LAST-FISCAL-DAY
                   ELSE
                       PERFORM 1730-CHECK-LAST-BUSINESS-DAY
                   END-IF
               WHEN OTHER
                   DISPLAY 'NIGHTLY: UNKNOWN CALENDAR FREQUENCY '
                           BC-FREQUENCY ' FOR ' BC-JOB-NAME
               FUNCTION DATE-OF-INTEGER(WS-CAL-SCAN-INT)
           MOVE WS-CAL-SCAN-DATE(1:6) TO WS-CAL-SCAN-MONTH
           IF WS-CAL-SCAN-MONTH = WS-CAL-THIS-MONTH
               PERFORM 1745-CHECK-SCAN-WORKDAY
           END-IF.

       1745-CHECK-SCAN-WORKDAY.
           COMPUTE WS-CAL-SCAN-DOW =
               FUNCTION MOD(WS-CAL-SCAN-INT - 1, 7) + 1
           IF WS-CAL-SCAN-DOW < 6
               MOVE 'Y' TO WS-CAL-WORKDAY-SW
               PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                       UNTIL WS-HO-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE(WS-HO-IDX)
                       = WS-CAL-SCAN-DATE
                       MOVE 'N' TO WS-CAL-WORKDAY-SW
                   END-IF
               END-PERFORM
           END-IF.

      *>   On the fiscal basis the same test runs to the end of the
      *>   fiscal period holding the business date instead of the
      *>   end of the calendar month.
       1735-CHECK-LAST-FISCAL-DAY.
           MOVE 'N' TO WS-CAL-WORKDAY-SW
           MOVE WS-CAL-BIZ-INT TO WS-CAL-SCAN-INT
           PERFORM 1736-SCAN-ONE-FISCAL-DAY
               UNTIL WS-CAL-SCAN-INT >= WS-CAL-PERIOD-END-INT
                  OR WS-CAL-WORKDAY-SW = 'Y'
           IF WS-CAL-WORKDAY-SW = 'N'
               SET WS-JOB-DUE TO TRUE
           END-IF.

       1736-SCAN-ONE-FISCAL-DAY.
           ADD 1 TO WS-CAL-SCAN-INT
           COMPUTE WS-CAL-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-SCAN-INT)
           PERFORM 1745-CHECK-SCAN-WORKDAY.

      *>   Each APPROVED queue entry runs like a scheduled step --
      *>   same dispatch, same budget and scope enforcement inside
      *>   the called program, same NIGHTLOG/NIGHTHST lines -- and
           MOVE AH-PROGRAM TO WS-STEP-NAME
           MOVE 'C' TO WS-STEP-ON-FAILURE
           MOVE AH-DRY-RUN TO WS-DRY-RUN-FLAG
           MOVE AH-SITE-SEL TO WS-STEP-SITE-SEL
           PERFORM 1850-RUN-ADHOC-SELECTION THRU
               1850-RUN-ADHOC-SELECTION-EXIT
           MOVE 'N' TO WS-DRY-RUN-FLAG
           IF RETURN-CODE = ZERO
               MOVE 'DONE' TO AH-STATUS
                   WRITE ADHOC-QUEUE-RECORD FROM ADHOC-WORK-RECORD
           END-READ.

      *>   An ad-hoc entry names its site or group the same way a
      *>   NIGHTSKD entry does; a sweep against a group runs per
      *>   member and the entry takes the worst member's code.
       1850-RUN-ADHOC-SELECTION.
           PERFORM 1480-CHECK-INBOUND-GATE
           IF WS-INBOUND-HELD
               PERFORM 1490-LOG-INBOUND-HOLD
               MOVE 8 TO RETURN-CODE
               GO TO 1850-RUN-ADHOC-SELECTION-EXIT
           END-IF
           PERFORM 1455-SET-SWEEP-STEP
           MOVE WS-STEP-SITE-SEL TO WS-GS-SELECTION
           PERFORM 8783-CLASSIFY-SELECTION THRU
               8783-CLASSIFY-SELECTION-EXIT
           IF WS-GS-SEL-GROUP AND WS-SWEEP-STEP
               MOVE 'N' TO WS-MEMBER-STOP-SW
               MOVE 0 TO WS-MEMBER-WORST-RC
               PERFORM 1860-RUN-ADHOC-FOR-MEMBER
                   VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > WS-GS-COUNT
                      OR WS-MEMBER-STOP
               MOVE WS-MEMBER-WORST-RC TO RETURN-CODE
           ELSE
               MOVE WS-STEP-SITE-SEL TO WS-STEP-SITE
               PERFORM 1510-CHECK-STEP-DONE
               IF WS-STEP-ALREADY-DONE
                   PERFORM 1520-LOG-RESTART-SKIP
                   MOVE 0 TO RETURN-CODE
               ELSE
                   PERFORM 2000-LOG-START
                   PERFORM 1470-CALL-STEP-FOR-SITE
                   PERFORM 2000-LOG-END
               END-IF
           END-IF.
       1850-RUN-ADHOC-SELECTION-EXIT.
           EXIT.

       1860-RUN-ADHOC-FOR-MEMBER.
           IF WS-GS-GROUP(GS-IDX) = WS-STEP-SITE-SEL
               MOVE WS-GS-SITE(GS-IDX) TO WS-STEP-SITE
               PERFORM 1510-CHECK-STEP-DONE
               IF WS-STEP-ALREADY-DONE
                   PERFORM 1520-LOG-RESTART-SKIP
                   MOVE 0 TO RETURN-CODE
               ELSE
                   PERFORM 2000-LOG-START
                   PERFORM 1470-CALL-STEP-FOR-SITE
                   PERFORM 2000-LOG-END
               END-IF
               IF RETURN-CODE NOT = 0
                   SET WS-MEMBER-STOP TO TRUE
                   IF RETURN-CODE > WS-MEMBER-WORST-RC
                       MOVE RETURN-CODE TO WS-MEMBER-WORST-RC
                   END-IF
               END-IF
           END-IF.

       1750-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-HO-EOF-SW
                   END-IF
           END-READ.

      *>   NIGHTLY/PERIOD-BASIS (or GLOBAL/PERIOD-BASIS) FISCAL moves
      *>   the M and L calendar entries onto the fiscal calendar: M
      *>   counts days from the start of the fiscal period and L is
      *>   the fiscal period's last business day.  A business date
      *>   outside every period on FISCCAL keeps calendar months.
       1770-SETTLE-PERIOD-BASIS.
           MOVE 'N' TO WS-CAL-FISCAL-SW
           MOVE 'NIGHTLY' TO WS-PM-PROGRAM-ID
           PERFORM 8330-LOAD-FISCAL-CALENDAR THRU
               8330-LOAD-FISCAL-CALENDAR-EXIT
           IF WS-FISCAL-BASIS
               MOVE WS-BIZ-DATE TO WS-FP-DATE
               PERFORM 8340-FIND-FISCAL-PERIOD THRU
                   8340-FIND-FISCAL-PERIOD-EXIT
               IF WS-FP-IN-CALENDAR
                   SET WS-CAL-ON-FISCAL TO TRUE
                   COMPUTE WS-CAL-PERIOD-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FP-START)
                   COMPUTE WS-CAL-PERIOD-END-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FP-END)
               ELSE
                   DISPLAY 'NIGHTLY: ' WS-BIZ-DATE ' NOT IN ANY FISCCAL '
                           'PERIOD -- CALENDAR MONTHS USED'
               END-IF
           END-IF.

      *>   Each step is CANCELled once it returns, so the next call
      *>   -- the next member of a site group, or a later ad-hoc or
      *>   calendar run of the same step -- starts from freshly
      *>   initialised working storage rather than the end-of-file
      *>   and budget switches the previous call left set.
       1600-CALL-STEP.
           MOVE 'Y' TO WS-STEP-CALLED-SW
           EVALUATE WS-STEP-NAME
               WHEN 'VAR'
                   CALL 'VAR'
                   CALL 'BILLFEED'
               WHEN 'BILLACKM'
                   CALL 'BILLACKM'
               WHEN 'ENGCLOSE'
                   CALL 'ENGCLOSE'
               WHEN 'MODLATE'
                   CALL 'MODLATE'
               WHEN 'FILELIN'
                   CALL 'FILELIN'
               WHEN 'CHGRECON'
                   CALL 'CHGRECON'
               WHEN 'OPERACT'
                   CALL 'OPERACT'
               WHEN 'ACCRCERT'
                   CALL 'ACCRCERT'
               WHEN 'OUTAGREG'
                   CALL 'OUTAGREG'
               WHEN 'SITESCOR'
                   CALL 'SITESCOR'
               WHEN 'GET3DIFF'
                   CALL 'GET3DIFF'
               WHEN 'HDRCHK'
                   CALL 'HDRCHK'
               WHEN 'USERENUM'
                   CALL 'USERENUM'
               WHEN 'RATECAL'
                   CALL 'RATECAL'
               WHEN 'LHOLDRPT'
                   CALL 'LHOLDRPT'
               WHEN 'PAGENOTF'
                   CALL 'PAGENOTF'
               WHEN 'INCFEED'
                   CALL 'INCFEED'
               WHEN 'CAMPPLAN'
                   CALL 'CAMPPLAN'
               WHEN 'KEYCOVR'
                   CALL 'KEYCOVR'
               WHEN 'REUSEPRB'
                   CALL 'REUSEPRB'
               WHEN 'RPTBURST'
                   CALL 'RPTBURST'
               WHEN 'SIEMFEED'
                   CALL 'SIEMFEED'
               WHEN 'RULEEFF'
                   CALL 'RULEEFF'
               WHEN 'LOUTTUNE'
                   CALL 'LOUTTUNE'
               WHEN 'CTLBAL'
                   CALL 'CTLBAL'
               WHEN 'SUPPRPT'
                   CALL 'SUPPRPT'
               WHEN 'DISCSCAN'
                   CALL 'DISCSCAN'
               WHEN 'PATHPROB'
                   CALL 'PATHPROB'
               WHEN 'METHAUD'
                   CALL 'METHAUD'
               WHEN 'TXMATCH'
                   CALL 'TXMATCH'
               WHEN 'INGATE'
                   CALL 'INGATE'
               WHEN 'MOD'
                   CALL 'MOD'
               WHEN 'MODACKM'
                   CALL 'MODACKM'
               WHEN 'VENDFEED'
                   CALL 'VENDFEED'
               WHEN 'CREDLOAD'
                   CALL 'CREDLOAD'
               WHEN OTHER
                   DISPLAY 'NIGHTLY: UNKNOWN STEP ON SCHEDULE: '
                           WS-STEP-NAME
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-STEP-CALLED-SW
           END-EVALUATE
           IF WS-STEP-CALLED
               MOVE RETURN-CODE TO WS-CALLED-RC
               CANCEL WS-STEP-NAME
               MOVE WS-CALLED-RC TO RETURN-CODE
           END-IF.

       2000-LOG-START.
           MOVE 0 TO RETURN-CODE
               PERFORM 2200-MARK-STEP-COMPLETE
           WHEN RETURN-CODE = 4
               MOVE 'BUDGET-STOPPED' TO WS-L-STATUS
               MOVE 'BUDGET' TO WS-STEP-FAIL-TYPE
               ADD 1 TO WS-BUDGET-STOP-COUNT
           WHEN OTHER
               MOVE 'FAILED' TO WS-L-STATUS
               IF WS-STEP-NAME = 'VAR' AND RETURN-CODE = 16
                   MOVE 'SEALMISM' TO WS-STEP-FAIL-TYPE
                   SET WS-SEAL-FAILED TO TRUE
               END-IF
               ADD 1 TO WS-FAILED-COUNT
               IF WS-STEP-ON-FAILURE = 'A'
                   SET WS-RUN-ABORTED TO TRUE
           MOVE WS-END-DATE TO WS-L-END-DATE
           MOVE WS-END-TIME TO WS-L-END
           PERFORM 2400-COMPUTE-ELAPSED
           MOVE SPACES TO WS-L-RUNBOOK
           MOVE 'N' TO WS-RB-FOUND-SW
           IF WS-L-STATUS = 'FAILED' OR WS-L-STATUS = 'BUDGET-STOPPED'
               MOVE WS-STEP-NAME TO WS-RB-PROGRAM-ID
               MOVE WS-STEP-FAIL-TYPE TO WS-RB-FAILURE-TYPE
               PERFORM 8670-LOOKUP-RUNBOOK THRU
                   8670-LOOKUP-RUNBOOK-EXIT
               MOVE WS-RB-REFERENCE TO WS-L-RUNBOOK
           END-IF
           MOVE 'STEPFAIL' TO WS-STEP-FAIL-TYPE
           WRITE STEP-LOG-RECORD FROM WS-STEP-LINE
           IF WS-RB-FOUND
               PERFORM 2150-WRITE-RUNBOOK-LINES
           END-IF
           OPEN EXTEND STEP-HISTORY-FILE
           IF WS-SH-STATUS = '00' OR WS-SH-STATUS = '05'
               WRITE STEP-HISTORY-RECORD FROM WS-STEP-LINE
               CLOSE STEP-HISTORY-FILE
           END-IF.

      *>   The run-book entry follows its failure line in NIGHTLOG
      *>   only, indented under a blank step name so the readers
      *>   that tally step lines can pass over it; NIGHTHST keeps
      *>   step lines alone for the trend and forecast jobs.
       2150-WRITE-RUNBOOK-LINES.
           MOVE WS-RB-HEAD-LINE TO WS-RB-LOG-TEXT
           WRITE STEP-LOG-RECORD FROM WS-RUNBOOK-LINE
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-STEP-COUNT
               MOVE WS-RB-STEP-TEXT(WS-RB-IDX) TO WS-RB-LOG-TEXT
               WRITE STEP-LOG-RECORD FROM WS-RUNBOOK-LINE
           END-PERFORM.

       2300-STAMP-ZERO-LENGTH-STEP.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-STEP-NAME TO RC-STEP-NAME
           MOVE 'COMPLETE' TO RC-STEP-STATUS
           MOVE WS-STEP-SITE TO RC-STEP-SITE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.


       COPY BUDGPA.
       COPY PARMPA.
       COPY SGRPPA.
       COPY MWINPA.
       COPY ALRTPA.
       COPY SUPRPA.
       COPY RSTAPA.
       COPY RLCKPA.
       COPY RBOOKPA.
       COPY FISCPA.
