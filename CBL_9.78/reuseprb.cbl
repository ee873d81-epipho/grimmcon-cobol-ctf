       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Cross-site credential reuse probe.
      *>               When a credential is confirmed on one site the
      *>               next question is whether the same userid and
      *>               password open the other sites in scope, and
      *>               that used to be answered by hand if at all.
      *>               Every confirmed finding (disposition VERIFIED,
      *>               or still answering on its last FINDVRFY replay)
      *>               is taken in turn: SITEXREF names the other
      *>               sites the userid belongs to, the SCOPEFIL check
      *>               keeps only those this program is authorized
      *>               for, and one request per site is built for the
      *>               finding's userid / credential through the
      *>               shared HTTPREQ layout -- correlation ID, budget
      *>               spend, overflow check, masked logging, vault
      *>               entry and PROBE-RESULT record, the same as any
      *>               probe.  A site in a MAINTCAL blackout is left
      *>               for the next run; a combination already in the
      *>               attempted-combination registry (ATTEMPTS) is
      *>               never sent again, so the job can run every
      *>               night and only the newly confirmed findings
      *>               cost anything.  The captured response
      *>               (REUSRESP, correlation-keyed like the sweeps'
      *>               captures) goes through the shared matcher; a
      *>               200 is written to FINDINGS as a finding of its
      *>               own carrying the correlation ID of the finding
      *>               it reuses.  RC 4 when the nightly budget ran
      *>               out before every site was tried.
      *>   2026-10-15  Findings carry the response code to the
      *>               suppression check; a finding matching a
      *>               suppression in force on SUPPREG is written with
      *>               status SUPPRESS (shared FINDPA).
      *>   2026-10-15  Information-disclosure findings raised by
      *>               DISCSCAN carry no credential and are left out, as
      *>               the security-header findings are.
      *>   2026-10-15  HTTP method findings raised by METHAUD carry no
      *>               credential and are left out, as the security-
      *>               header findings are.
      *>   2026-10-15  Responses are classified through the shared
      *>               login-outcome table (LOGNOUTC) instead of
      *>               200-means-hit; only SUCCESS is a reuse hit, a
      *>               second-factor challenge is written as an MFA
      *>               finding, and an unmatched response is logged to
      *>               LOGNMISS. A site rejected by the scope check is
      *>               written to SCOPEEXC.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUSEPRB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FINDFC.
           COPY SUPRFC.
           SELECT RESPONSE-FILE ASSIGN TO "REUSRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT RESPONSE-ACTION-FILE ASSIGN TO "RSPACTTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.
           COPY PARMFC.
           COPY SITEDFC.
           COPY MASKFC.
           COPY CORRFC.
           COPY PROBERFC.
           COPY BIZDTFC.
           COPY BUDGFC.
           COPY OVRFFC.
           COPY MWINFC.
           COPY SCOPEFC.
           COPY SXRFFC.
           COPY ATRGFC.
           COPY LOUTFC.

       DATA DIVISION.
       FILE SECTION.
       COPY FINDFD.
       COPY SUPRFD.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD          PIC X(80).

       FD  RESPONSE-ACTION-FILE.
       01  RESPONSE-ACTION-RECORD.
           05 RA-CODE               PIC X(3).
           05 FILLER                PIC X.
           05 RA-ACTION             PIC X(1).
           05 FILLER                PIC X.
           05 RA-HOP-LIMIT          PIC 9(1).

       COPY PARMFD.
       COPY SITEDFD.
       COPY MASKFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
       COPY BUDGFD.
       COPY OVRFFD.
       COPY MWINFD.
       COPY SCOPEFD.
       COPY SXRFFD.
       COPY ATRGFD.
       COPY LOUTFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY MSGLVWS.
           COPY RSPMWS.
           COPY RSPACWS.
           COPY SITEDWS.
           COPY MASKWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY OVRFWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY SXRFWS.
           COPY ATRGWS.
           COPY FILESTWS.
           COPY FINDWS.
           COPY SUPRWS.
           COPY LOUTWS.
           01 WS-RS-STATUS          PIC X(2).
           01 WS-RESP-EOF-SW        PIC X VALUE 'N'.
              88 END-OF-RESPONSES   VALUE 'Y'.
           01 WS-FN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-FINDINGS    VALUE 'Y'.
      *>   One queued attempt per confirmed finding per other site.
           01 WS-RU-COUNT           PIC 9(4) VALUE 0.
           01 WS-RU-TABLE.
              05 WS-RU-ENTRY OCCURS 500 TIMES INDEXED BY RU-IDX.
                 10 WS-RU-ORIG-CORR-ID PIC 9(8).
                 10 WS-RU-ORIG-SITE    PIC X(8).
                 10 WS-RU-SITE         PIC X(8).
                 10 WS-RU-USERID       PIC X(20).
                 10 WS-RU-CRED         PIC X(20).
           01 WS-RU-DROPPED         PIC 9(4) VALUE 0.
           01 WS-CONFIRMED-COUNT    PIC 9(4) VALUE 0.
           01 WS-SENT-COUNT         PIC 9(4) VALUE 0.
           01 WS-REUSE-HIT-COUNT    PIC 9(4) VALUE 0.
           01 WS-MFA-COUNT          PIC 9(4) VALUE 0.
           01 WS-ALREADY-TRIED-COUNT PIC 9(4) VALUE 0.
           01 WS-MAINT-SKIP-COUNT   PIC 9(4) VALUE 0.
           01 WS-NOT-IN-SCOPE-COUNT PIC 9(4) VALUE 0.
           01 WS-RESPONSE-CODE      PIC X(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'REUSEPRB' TO WS-FS-PROGRAM-ID
           MOVE 'REUSEPRB' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           PERFORM 8460-LOAD-SITE-XREF THRU 8460-LOAD-SITE-XREF-EXIT
           PERFORM 8350-LOAD-RESPONSE-ACTIONS THRU
               8350-LOAD-RESPONSE-ACTIONS-EXIT
           PERFORM 8490-LOAD-LOGIN-OUTCOMES THRU
               8490-LOAD-LOGIN-OUTCOMES-EXIT
           IF WS-XR-COUNT = 0
               DISPLAY 'REUSEPRB: NO SITEXREF ON FILE -- NO OTHER SITES '
                       'KNOWN FOR ANY USERID'
               GOBACK
           END-IF
           PERFORM 1000-LOAD-CONFIRMED-FINDINGS
           IF WS-RU-COUNT = 0
               DISPLAY 'REUSEPRB: NO CROSS-SITE ATTEMPTS TO QUEUE -- '
                       'CONFIRMED FINDINGS: ' WS-CONFIRMED-COUNT
               GOBACK
           END-IF
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-STATUS = '00'
               PERFORM 8850-LOAD-RESPONSE-TABLE THRU
                   8850-LOAD-RESPONSE-TABLE-EXIT
               CLOSE RESPONSE-FILE
           ELSE
               SET END-OF-RESPONSES TO TRUE
           END-IF
           PERFORM 2000-TRY-ONE-SITE
               VARYING RU-IDX FROM 1 BY 1
               UNTIL RU-IDX > WS-RU-COUNT
                  OR WS-BUDGET-EXHAUSTED
           PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
               8950-REPORT-ORPHAN-RESPONSES-EXIT
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'REUSEPRB STOPPED -- NIGHTLY BUDGET EXHAUSTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'REUSEPRB CONFIRMED: ' WS-CONFIRMED-COUNT
                   '  QUEUED: ' WS-RU-COUNT
                   '  SENT: ' WS-SENT-COUNT
                   '  REUSE-HITS: ' WS-REUSE-HIT-COUNT
                   '  SECOND-FACTOR: ' WS-MFA-COUNT
                   '  ALREADY-TRIED: ' WS-ALREADY-TRIED-COUNT
                   '  SKIPPED-MAINT: ' WS-MAINT-SKIP-COUNT
                   '  NOT-IN-SCOPE: ' WS-NOT-IN-SCOPE-COUNT
                   '  UNCLASSIFIED: ' WS-LO-UNMATCHED
           GOBACK.

      *>   A reuse hit is itself a finding, but its userid has
      *>   already been tried at every site the original was, so
      *>   it is not fanned out again.
       1000-LOAD-CONFIRMED-FINDINGS.
           MOVE 'N' TO WS-FN-EOF-SW
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00'
               PERFORM 1100-LOAD-ONE-FINDING UNTIL END-OF-FINDINGS
               CLOSE FINDINGS-FILE
           END-IF
           IF WS-RU-DROPPED > 0
               DISPLAY 'REUSEPRB WARNING: ATTEMPT TABLE FULL, '
                       WS-RU-DROPPED ' SITE ATTEMPT(S) LEFT FOR THE '
                       'NEXT RUN'
           END-IF.

       1100-LOAD-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-FINDINGS TO TRUE
               NOT AT END
                   IF FN-STATUS NOT = 'CLOSED'
                       AND FN-PROGRAM-ID NOT = 'HDRCHK'
                       AND FN-PROGRAM-ID NOT = 'DISCSCAN'
                       AND FN-PROGRAM-ID NOT = 'METHAUD'
                       AND FN-PROGRAM-ID NOT = 'REUSEPRB'
                       AND (FN-STATUS = 'VERIFIED'
                            OR FN-VALID-FLAG = 'Y')
                       ADD 1 TO WS-CONFIRMED-COUNT
                       PERFORM 1200-QUEUE-ONE-XREF
                           VARYING XR-IDX FROM 1 BY 1
                           UNTIL XR-IDX > WS-XR-COUNT
                   END-IF
           END-READ.

       1200-QUEUE-ONE-XREF.
           IF WS-XR-T-TARGET(XR-IDX) = FN-USERID
               AND WS-XR-T-SITE(XR-IDX) NOT = FN-SITE-NAME
               MOVE 'REUSEPRB' TO WS-SC-PROGRAM
               MOVE WS-XR-T-SITE(XR-IDX) TO WS-SC-SITE
               PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
               IF WS-OUT-OF-SCOPE
                   ADD 1 TO WS-NOT-IN-SCOPE-COUNT
                   MOVE SPACES TO GETLINE
                   PERFORM 8455-WRITE-SCOPE-EXC THRU
                       8455-WRITE-SCOPE-EXC-EXIT
               ELSE
                   IF WS-RU-COUNT < 500
                       ADD 1 TO WS-RU-COUNT
                       SET RU-IDX TO WS-RU-COUNT
                       MOVE FN-CORR-ID TO WS-RU-ORIG-CORR-ID(RU-IDX)
                       MOVE FN-SITE-NAME TO WS-RU-ORIG-SITE(RU-IDX)
                       MOVE WS-XR-T-SITE(XR-IDX) TO WS-RU-SITE(RU-IDX)
                       MOVE FN-USERID TO WS-RU-USERID(RU-IDX)
                       MOVE FN-CREDENTIAL TO WS-RU-CRED(RU-IDX)
                   ELSE
                       ADD 1 TO WS-RU-DROPPED
                   END-IF
               END-IF
           END-IF.

      *>   The registry is checked at send time rather than at queue
      *>   time, so two findings sharing a userid and credential
      *>   still cost one request per site.
       2000-TRY-ONE-SITE.
           MOVE WS-RU-SITE(RU-IDX) TO WS-AR-SITE-NAME
           MOVE WS-RU-USERID(RU-IDX) TO WS-AR-USERID
           MOVE WS-RU-CRED(RU-IDX) TO WS-AR-CREDENTIAL
           PERFORM 8170-CHECK-ATTEMPTED THRU 8170-CHECK-ATTEMPTED-EXIT
           IF WS-COMBO-TRIED
               ADD 1 TO WS-ALREADY-TRIED-COUNT
           ELSE
               MOVE WS-RU-SITE(RU-IDX) TO WS-MW-SITE-NAME
               PERFORM 8280-CHECK-MAINT-WINDOW THRU
                   8280-CHECK-MAINT-WINDOW-EXIT
               IF WS-SITE-IN-MAINT
                   ADD 1 TO WS-MAINT-SKIP-COUNT
                   DISPLAY 'REUSEPRB SKIPPED (MAINTENANCE WINDOW): '
                           WS-MW-SITE-NAME ' ' WS-MW-REASON
               ELSE
      *>   Scope was enforced when the attempt was queued (1200), and
      *>   the scope table does not change within a run; the check
      *>   is repeated only to pick up the authorizing engagement
      *>   for this site.
                   MOVE 'REUSEPRB' TO WS-SC-PROGRAM
                   MOVE WS-RU-SITE(RU-IDX) TO WS-SC-SITE
                   PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
                   MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
                   PERFORM 2100-SEND-ONE-ATTEMPT
               END-IF
           END-IF.

       2100-SEND-ONE-ATTEMPT.
           MOVE WS-RU-SITE(RU-IDX) TO WS-SD-SITE-NAME
           PERFORM 8200-LOOKUP-SITE THRU 8200-LOOKUP-SITE-EXIT
           MOVE SPACES TO HOSTLINE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-SD-HOSTPORT DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           MOVE 'N' TO WS-OVF-SW
           MOVE SPACES TO GETLINE
           STRING 'GET ' DELIMITED BY SIZE
                  WS-SD-BASE-PATH DELIMITED BY SPACE
                  'login1.php?u=' DELIMITED BY SIZE
                  WS-RU-USERID(RU-IDX) DELIMITED BY SPACE
                  '&p=' DELIMITED BY SIZE
                  WS-RU-CRED(RU-IDX) DELIMITED BY SPACE
                  ' HTTP/1.1' DELIMITED BY SIZE
                  INTO GETLINE
               ON OVERFLOW SET WS-REQUEST-OVERFLOWED TO TRUE
           END-STRING
           IF WS-REQUEST-OVERFLOWED
               PERFORM 8160-WRITE-OVERFLOW-EXC THRU
                   8160-WRITE-OVERFLOW-EXC-EXIT
           ELSE
               PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
               IF NOT WS-BUDGET-EXHAUSTED
                   MOVE 'User-Agent: COBOL' TO USERAGENT
                   PERFORM 9200-NEXT-CORRELATION-ID THRU
                       9200-NEXT-CORRELATION-ID-EXIT
                   STRING 'X-Correlation-Id: ' DELIMITED BY SIZE
                          WS-CORR-ID DELIMITED BY SIZE
                          INTO CORRIDLINE
                   END-STRING
                   PERFORM 8060-MASK-REQUEST-LINE THRU
                       8060-MASK-REQUEST-LINE-EXIT
                   EVALUATE TRUE
                       WHEN WS-MSG-TRACE
                           DISPLAY WS-MK-LINE
                           DISPLAY HOSTLINE
                           DISPLAY USERAGENT
                           DISPLAY CORRIDLINE
                           DISPLAY CR
                       WHEN WS-MSG-NORMAL
                           DISPLAY WS-MK-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-RU-CRED(RU-IDX) TO WS-VL-CLEAR
                   PERFORM 8070-WRITE-VAULT-ENTRY THRU
                       8070-WRITE-VAULT-ENTRY-EXIT
                   PERFORM 8180-RECORD-ATTEMPT THRU
                       8180-RECORD-ATTEMPT-EXIT
                   PERFORM 8900-FIND-RESPONSE THRU
                       8900-FIND-RESPONSE-EXIT
                   PERFORM 8920-RESOLVE-REDIRECT-HOPS THRU
                       8920-RESOLVE-REDIRECT-HOPS-EXIT
                   MOVE WS-RM-RESPONSE-CODE TO WS-RESPONSE-CODE
                   MOVE WS-RU-SITE(RU-IDX) TO WS-LO-SITE
                   MOVE WS-RESPONSE-CODE TO WS-LO-CODE
                   MOVE WS-RA-FIRST-CODE TO WS-LO-FIRST-CODE
                   MOVE WS-RM-MATCHED-EXTRA TO WS-LO-TEXT
                   PERFORM 8494-CLASSIFY-LOGIN-OUTCOME THRU
                       8494-CLASSIFY-LOGIN-OUTCOME-EXIT
                   MOVE 'REUSEPRB' TO WS-PR-PROGRAM-ID
                   MOVE WS-MK-LINE TO WS-PR-REQUEST-LINE
                   MOVE WS-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
                   MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
                   MOVE WS-RU-SITE(RU-IDX) TO WS-PR-SITE-NAME
                   PERFORM 8100-WRITE-PROBE-RESULT THRU
                       8100-WRITE-PROBE-RESULT-EXIT
                   IF WS-LO-MFA
                       ADD 1 TO WS-MFA-COUNT
                       DISPLAY 'REUSEPRB PASSWORD VALID, SECOND FACTOR '
                               'REQUIRED FOR ' WS-RU-USERID(RU-IDX)
                               ' ON ' WS-RU-SITE(RU-IDX)
                       MOVE 'M' TO WS-FN-FINDING-KIND
                   ELSE
                       MOVE SPACE TO WS-FN-FINDING-KIND
                   END-IF
                   IF WS-LO-SUCCESS OR WS-LO-MFA
                       PERFORM 2200-RECORD-REUSE-HIT
                   END-IF
               END-IF
           END-IF.

      *>   A second-factor challenge is written as an MFA finding
      *>   (kind M, scored at the MFA severity by FINDPA) rather
      *>   than counted as a reuse hit.
       2200-RECORD-REUSE-HIT.
           IF WS-LO-SUCCESS
               ADD 1 TO WS-REUSE-HIT-COUNT
               DISPLAY 'REUSEPRB CREDENTIAL REUSED: '
                       WS-RU-USERID(RU-IDX)
                       ' ON ' WS-RU-SITE(RU-IDX)
                       ' (FOUND ON ' WS-RU-ORIG-SITE(RU-IDX)
                       ' CORR ' WS-RU-ORIG-CORR-ID(RU-IDX) ')'
           END-IF
           MOVE 'REUSEPRB' TO WS-FN-PROGRAM-ID
           MOVE WS-RU-SITE(RU-IDX) TO WS-FN-SITE-NAME
           MOVE WS-RU-USERID(RU-IDX) TO WS-FN-USERID
           MOVE WS-RU-CRED(RU-IDX) TO WS-FN-CREDENTIAL
           MOVE WS-CORR-ID TO WS-FN-CORR-ID
           MOVE WS-RU-ORIG-CORR-ID(RU-IDX) TO WS-FN-LINKED-CORR-ID
           MOVE WS-SC-ENGAGEMENT TO WS-FN-ENGAGEMENT-ID
           MOVE WS-RESPONSE-CODE TO WS-FN-RESP-CODE
           PERFORM 8150-WRITE-FINDING THRU 8150-WRITE-FINDING-EXIT.

       COPY PARMPA.
       COPY MSGLVPA.
       COPY RSPMPA.
       COPY RSPACPA.
       COPY SITEDPA.
       COPY MASKPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY OVRFPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY SXRFPA.
       COPY ATRGPA.
       COPY FINDPA.
       COPY SUPRPA.
       COPY LOUTPA.
       COPY FILESTPA.
