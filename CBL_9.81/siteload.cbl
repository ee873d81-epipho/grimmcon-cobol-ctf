       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Bulk site onboarding and
      *>               offboarding.  SITEMAIN adds one site at a time
      *>               at a terminal, but a new engagement arrives
      *>               with dozens of hosts, and a retired site left
      *>               its SITEXREF, MAINTCAL, SCOPEFIL, SITEBASL,
      *>               and SITEOWN rows behind for someone to find by
      *>               hand.  This job reads the site request file
      *>               (SITEREQ), one request per line:
      *>                 A - onboard: host, scheme, and port are
      *>                     validated, a site already on SITEDIR (or
      *>                     onboarded earlier in the same file) is
      *>                     rejected as a duplicate, and the site is
      *>                     added INACTIVE with its SITEXREF pairing
      *>                     and a SCOPEFIL row under the named
      *>                     engagement's dates.  Going active is a
      *>                     SITE-HOST change queued on APPRQUE under
      *>                     the requesting operator, so the site only
      *>                     probes once a second operator approves
      *>                     it on the APPROVE screen;
      *>                 T - map a further target to a site on file;
      *>                 D - offboard: the site is set inactive and
      *>                     its rows are removed from SITEXREF,
      *>                     MAINTCAL, SCOPEFIL, SITEBASL, and SITEOWN;
      *>                     any SITE-HOST change still pending for it
      *>                     is withdrawn so a late approval cannot
      *>                     bring it back.
      *>               The requester named on each line must be an
      *>               enabled level-3 operator, as SITEMAIN demands
      *>               of an add; each applied line is journalled
      *>               under that operator with the change ticket.
      *>               A SITEXREF or SCOPEFIL that does not exist is
      *>               never created here: its absence means the
      *>               control is not enforced on this box, and a file
      *>               holding only the new sites would block every
      *>               other one.  The load report (SITELRPT) lists
      *>               every request with its outcome, then each
      *>               dependent file with rows examined, removed, and
      *>               added.  Runs under the system-wide run lock;
      *>               RC 8 when the lock, SITEREQ, SITEDIR, or
      *>               OPERFILE is unavailable, RC 4 when any line was
      *>               rejected or an activation could not be queued.
      *>   2026-10-15  An onboard (A) line may carry the site's time
      *>               zone -- UTC offset in columns 136-140 and
      *>               daylight-saving rule in column 142, validated by
      *>               the shared TZONPA paragraph and written to
      *>               SITEDIR; blank keeps the site on our clock.
      *>               Offboarding now also withdraws a pending SITE-
      *>               ZONE change.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITELOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-REQUEST-FILE ASSIGN TO "SITEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "SITELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           SELECT DEPENDENT-FILE ASSIGN TO WS-DEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT DEPENDENT-WORK-FILE ASSIGN TO "SITELWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           COPY SITEDFC.
           COPY SXRFFC.
           COPY SCOPEFC.
           COPY OPERFC.
           COPY APRQFC.
           COPY PARMFC.
           COPY RLCKFC.

       DATA DIVISION.
       FILE SECTION.
      *>   One request per line; columns 1 and 3-10 on every line,
      *>   the rest as the action needs them.  A line starting '*'
      *>   is a comment.
       FD  SITE-REQUEST-FILE.
       01  SITE-REQUEST-RECORD.
           05 RQ-ACTION             PIC X(1).
           05 FILLER                PIC X.
           05 RQ-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 RQ-HOST               PIC X(40).
           05 FILLER                PIC X.
           05 RQ-BASE-PATH          PIC X(20).
           05 FILLER                PIC X.
           05 RQ-SCHEME             PIC X(5).
           05 FILLER                PIC X.
           05 RQ-PORT               PIC X(5).
           05 FILLER                PIC X.
           05 RQ-ENGAGEMENT-ID      PIC X(8).
           05 FILLER                PIC X.
           05 RQ-TARGET             PIC X(20).
           05 FILLER                PIC X.
           05 RQ-REQUESTER          PIC X(8).
           05 FILLER                PIC X.
           05 RQ-TICKET             PIC X(10).
           05 FILLER                PIC X.
           05 RQ-UTC-OFFSET         PIC X(5).
           05 FILLER                PIC X.
           05 RQ-DST-RULE           PIC X(1).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD       PIC X(132).

      *>   Sized for the widest dependent file: SITEOWN at 79 bytes.
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD         PIC X(80).

       FD  DEPENDENT-WORK-FILE.
       01  DEPENDENT-WORK-RECORD    PIC X(80).

       COPY SITEDFD.
       COPY SXRFFD.
       COPY SCOPEFD.
       COPY OPERFD.
       COPY APRQFD.
       COPY PARMFD.
       COPY RLCKFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SXRFWS.
           COPY SCOPEWS.
           COPY OPERWS.
           COPY APRQWS.
           COPY PARMWS.
           COPY RLCKWS.
           COPY TZONWS.
           01 WS-RQ-STATUS          PIC X(2).
           01 WS-DP-STATUS          PIC X(2).
           01 WS-WK-STATUS          PIC X(2).
           01 WS-DEP-FILE-NAME      PIC X(8).
           01 WS-RQ-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-REQUESTS    VALUE 'Y'.
           01 WS-DP-EOF-SW          PIC X.
              88 END-OF-DEPENDENT   VALUE 'Y'.
           01 WS-AQ-EOF-SW          PIC X.
              88 END-OF-QUEUE       VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-XREF-PRESENT-SW    PIC X VALUE 'N'.
              88 WS-XREF-PRESENT    VALUE 'Y'.
           01 WS-SCOPE-PRESENT-SW   PIC X VALUE 'N'.
              88 WS-SCOPE-PRESENT   VALUE 'Y'.
           01 WS-REFUSED-SW         PIC X VALUE 'N'.
              88 WS-REFUSED         VALUE 'Y'.
           01 WS-SITEDIR-CHANGED-SW PIC X VALUE 'N'.
              88 WS-SITEDIR-CHANGED VALUE 'Y'.

      *>   Outcome of the line in hand: blank while it is still
      *>   good, otherwise the reason it was rejected.
           01 WS-REJECT-REASON      PIC X(40).
           01 WS-OUTCOME            PIC X(60).
           01 WS-HOST-OK-SW         PIC X.
              88 WS-HOST-OK         VALUE 'Y'.
           01 WS-HOST-END-SW        PIC X.
           01 WS-HOST-POS           PIC 9(2).
           01 WS-HOST-CHAR          PIC X(1).
           01 WS-SCHEME-ENTRY       PIC X(5).
           01 WS-PORT-NUM           PIC 9(6).
           01 WS-PORT-POS           PIC 9(1).
           01 WS-PORT-END-SW        PIC X.
           01 WS-PORT-DIGIT         PIC 9(1).
           01 WS-ENG-FROM           PIC 9(8).
           01 WS-ENG-TO             PIC 9(8).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-SUB                PIC 9(3).

      *>   Engagements named on SCOPEFIL with the widest dates any
      *>   of their permissions carry -- a new site joins its
      *>   engagement for the letter's full term.
           01 WS-EN-COUNT           PIC 9(3) VALUE 0.
           01 WS-EN-MAX             PIC 9(3) VALUE 100.
           01 WS-EN-TABLE.
              05 WS-EN-ENTRY OCCURS 100 TIMES INDEXED BY EN-IDX.
                 10 WS-EN-ENGAGEMENT   PIC X(8).
                 10 WS-EN-FROM         PIC 9(8).
                 10 WS-EN-TO           PIC 9(8).
                 10 WS-EN-CLOSED       PIC X(1).

      *>   Rows to add: SITEXREF pairings and SCOPEFIL permissions
      *>   for the sites onboarded (or mapped) tonight.  A site
      *>   offboarded later in the same file has its rows dropped.
           01 WS-NX-COUNT           PIC 9(3) VALUE 0.
           01 WS-NX-MAX             PIC 9(3) VALUE 500.
           01 WS-NX-TABLE.
              05 WS-NX-ENTRY OCCURS 500 TIMES.
                 10 WS-NX-SITE         PIC X(8).
                 10 WS-NX-TARGET       PIC X(20).
                 10 WS-NX-DROPPED      PIC X(1).
           01 WS-NS-COUNT           PIC 9(3) VALUE 0.
           01 WS-NS-MAX             PIC 9(3) VALUE 500.
           01 WS-NS-TABLE.
              05 WS-NS-ENTRY OCCURS 500 TIMES.
                 10 WS-NS-SITE         PIC X(8).
                 10 WS-NS-ENGAGEMENT   PIC X(8).
                 10 WS-NS-FROM         PIC 9(8).
                 10 WS-NS-TO           PIC 9(8).
                 10 WS-NS-DROPPED      PIC X(1).

      *>   Sites offboarded tonight, whose dependent rows go.
           01 WS-OB-COUNT           PIC 9(3) VALUE 0.
           01 WS-OB-MAX             PIC 9(3) VALUE 200.
           01 WS-OB-TABLE.
              05 WS-OB-SITE OCCURS 200 TIMES PIC X(8).

      *>   The dependent files, in report order: logical name,
      *>   column of the site name, and which new rows (X pairings,
      *>   S scope permissions) are added to it.
           01 WS-DEP-TABLE-DATA.
              05 FILLER PIC X(12) VALUE 'SITEXREF001X'.
              05 FILLER PIC X(12) VALUE 'SCOPEFIL028S'.
              05 FILLER PIC X(12) VALUE 'MAINTCAL001 '.
              05 FILLER PIC X(12) VALUE 'SITEBASL001 '.
              05 FILLER PIC X(12) VALUE 'SITEOWN 001 '.
           01 WS-DEP-TABLE REDEFINES WS-DEP-TABLE-DATA.
              05 WS-DT-ENTRY OCCURS 5 TIMES.
                 10 WS-DT-NAME         PIC X(8).
                 10 WS-DT-SITE-POS     PIC 9(3).
                 10 WS-DT-ADD          PIC X(1).
           01 WS-DEP-IX             PIC 9(1).
           01 WS-DEP-SITE           PIC X(8).
           01 WS-EXAMINED-COUNT     PIC 9(6).
           01 WS-REMOVED-COUNT      PIC 9(6).
           01 WS-ADDED-COUNT        PIC 9(6).
           01 WS-NOT-ADDED-COUNT    PIC 9(6).
           01 WS-FILE-NOTE          PIC X(40).
           01 WS-XREF-ROW.
              05 WS-XW-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-XW-TARGET       PIC X(20).
           01 WS-SCOPE-ROW.
              05 WS-SW-ENGAGEMENT   PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SW-FROM         PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SW-TO           PIC 9(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SW-SITE         PIC X(8).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-SW-PROGRAM      PIC X(8).

           01 WS-READ-COUNT         PIC 9(5) VALUE 0.
           01 WS-ONBOARD-COUNT      PIC 9(5) VALUE 0.
           01 WS-MAPPED-COUNT       PIC 9(5) VALUE 0.
           01 WS-OFFBOARD-COUNT     PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-UNQUEUED-COUNT     PIC 9(5) VALUE 0.
           01 WS-WITHDRAWN-COUNT    PIC 9(5) VALUE 0.
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-REQUEST-LINE.
              05 WS-LL-ACTION       PIC X(1).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-LL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-LL-HOST         PIC X(40).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-LL-REQUESTER    PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-LL-OUTCOME      PIC X(60).
           01 WS-FILE-LINE.
              05 WS-FL-FILE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-EXAMINED     PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-REMOVED      PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-ADDED        PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-NOTE         PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'SITELOAD' TO WS-FS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'SITELOAD' TO WS-RL-HOLDER
           MOVE 'N' TO WS-RL-AUTO-SEIZE
           PERFORM 9600-ACQUIRE-RUN-LOCK THRU
               9600-ACQUIRE-RUN-LOCK-EXIT
           IF NOT WS-RUN-LOCK-HELD
               DISPLAY 'SITELOAD: RUN LOCK HELD BY ' WS-RL-OTHER-HOLDER
                       ' -- NO SITE CHANGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF WS-REFUSED
               PERFORM 9650-RELEASE-RUN-LOCK THRU
                   9650-RELEASE-RUN-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-PROCESS-ONE-REQUEST UNTIL END-OF-REQUESTS

           CLOSE SITE-REQUEST-FILE
           CLOSE SITE-DIRECTORY-FILE
           CLOSE OPERATOR-FILE
           IF WS-SITEDIR-CHANGED
               MOVE 'SITEDIR' TO WS-SEAL-FILE-ID
               MOVE 'R' TO WS-SEAL-FUNCTION
               CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
                   WS-SEAL-FUNCTION, WS-SEAL-RESULT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'FILE    EXAMINED REMOVED   ADDED  NOTE'
               TO WS-REPORT-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 5000-MAINTAIN-DEPENDENT THRU
               5000-MAINTAIN-DEPENDENT-EXIT
               VARYING WS-DEP-IX FROM 1 BY 1 UNTIL WS-DEP-IX > 5
           IF WS-OB-COUNT > 0
               PERFORM 6000-WITHDRAW-PENDING THRU
                   6000-WITHDRAW-PENDING-EXIT
           END-IF

           PERFORM 7000-WRITE-TOTALS
           CLOSE LOAD-REPORT-FILE
           PERFORM 9650-RELEASE-RUN-LOCK THRU
               9650-RELEASE-RUN-LOCK-EXIT
           IF WS-REJECTED-COUNT > 0 OR WS-UNQUEUED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   SITEDIR is held open I-O for the whole file so a site
      *>   onboarded on one line is a duplicate on the next.  Only a
      *>   genuinely absent directory ('35') may be created.
       1000-INITIALIZE.
           OPEN INPUT SITE-REQUEST-FILE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'SITELOAD: SITEREQ NOT PRESENT -- NO SITE CHANGED'
               SET WS-REFUSED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'SITELOAD: OPERFILE NOT AVAILABLE, STATUS '
                       WS-OP-STATUS ' -- NO SITE CHANGED'
               CLOSE SITE-REQUEST-FILE
               SET WS-REFUSED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O SITE-DIRECTORY-FILE
           IF WS-FS-STATUS = '35'
               OPEN OUTPUT SITE-DIRECTORY-FILE
           END-IF
           IF WS-FS-STATUS NOT = '00'
               DISPLAY 'SITELOAD: SITEDIR NOT AVAILABLE, STATUS '
                       WS-FS-STATUS ' -- NO SITE CHANGED'
               CLOSE SITE-REQUEST-FILE
               CLOSE OPERATOR-FILE
               SET WS-REFUSED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 8460-LOAD-SITE-XREF THRU 8460-LOAD-SITE-XREF-EXIT
           IF WS-XR-STATUS = '00'
               SET WS-XREF-PRESENT TO TRUE
           END-IF
           PERFORM 1100-LOAD-ENGAGEMENTS

           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SITELRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE ONBOARDING / OFFBOARDING LOAD REPORT  RUN DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'A  SITE' TO WS-REPORT-LINE(1:7)
           MOVE 'HOST / TARGET' TO WS-REPORT-LINE(14:13)
           MOVE 'REQUESTR  OUTCOME' TO WS-REPORT-LINE(56:17)
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ENGAGEMENTS.
           MOVE 'N' TO WS-SC-EOF-SW
           OPEN INPUT SCOPE-CONTROL-FILE
           IF WS-SC-STATUS = '00'
               SET WS-SCOPE-PRESENT TO TRUE
               PERFORM 1110-LOAD-ONE-PERMISSION UNTIL END-OF-SCOPE
               CLOSE SCOPE-CONTROL-FILE
           END-IF
           MOVE 'N' TO WS-EC-EOF-SW
           OPEN INPUT ENGAGEMENT-CLOSE-FILE
           IF WS-EC-STATUS = '00'
               PERFORM 1120-MARK-ONE-CLOSED UNTIL END-OF-CLOSED-ENG
           END-IF
           IF WS-EC-STATUS = '00' OR WS-EC-STATUS = '05'
               OR WS-EC-STATUS = '10'
               CLOSE ENGAGEMENT-CLOSE-FILE
           END-IF.

       1110-LOAD-ONE-PERMISSION.
           READ SCOPE-CONTROL-FILE
               AT END SET END-OF-SCOPE TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING EN-IDX FROM 1 BY 1
                           UNTIL EN-IDX > WS-EN-COUNT OR WS-FOUND
                       IF WS-EN-ENGAGEMENT(EN-IDX) = SC-ENGAGEMENT-ID
                           SET WS-FOUND TO TRUE
                           IF SC-FROM-DATE < WS-EN-FROM(EN-IDX)
                               MOVE SC-FROM-DATE TO WS-EN-FROM(EN-IDX)
                           END-IF
                           IF SC-TO-DATE > WS-EN-TO(EN-IDX)
                               MOVE SC-TO-DATE TO WS-EN-TO(EN-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND AND WS-EN-COUNT < WS-EN-MAX
                       ADD 1 TO WS-EN-COUNT
                       SET EN-IDX TO WS-EN-COUNT
                       MOVE SC-ENGAGEMENT-ID TO WS-EN-ENGAGEMENT(EN-IDX)
                       MOVE SC-FROM-DATE TO WS-EN-FROM(EN-IDX)
                       MOVE SC-TO-DATE TO WS-EN-TO(EN-IDX)
                       MOVE 'N' TO WS-EN-CLOSED(EN-IDX)
                   END-IF
           END-READ.

       1120-MARK-ONE-CLOSED.
           READ ENGAGEMENT-CLOSE-FILE
               AT END SET END-OF-CLOSED-ENG TO TRUE
               NOT AT END
                   PERFORM VARYING EN-IDX FROM 1 BY 1
                           UNTIL EN-IDX > WS-EN-COUNT
                       IF WS-EN-ENGAGEMENT(EN-IDX) = EC-ENGAGEMENT-ID
                           MOVE 'Y' TO WS-EN-CLOSED(EN-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

       2000-PROCESS-ONE-REQUEST.
           READ SITE-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
               NOT AT END
                   IF SITE-REQUEST-RECORD NOT = SPACES
                       AND RQ-ACTION NOT = '*'
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-APPLY-REQUEST
                   END-IF
           END-READ.

       2100-APPLY-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON WS-OUTCOME
           INSPECT RQ-ACTION CONVERTING 'adt' TO 'ADT'
           PERFORM 2200-CHECK-REQUESTER THRU 2200-CHECK-REQUESTER-EXIT
           IF WS-REJECT-REASON = SPACES
               EVALUATE RQ-ACTION
                   WHEN 'A'
                       PERFORM 3000-ONBOARD-SITE THRU
                           3000-ONBOARD-SITE-EXIT
                   WHEN 'T'
                       PERFORM 3500-MAP-TARGET THRU
                           3500-MAP-TARGET-EXIT
                   WHEN 'D'
                       PERFORM 4000-OFFBOARD-SITE THRU
                           4000-OFFBOARD-SITE-EXIT
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION (A, T, OR D)'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-OUTCOME
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO WS-OUTCOME
               END-STRING
           END-IF
           MOVE RQ-ACTION TO WS-LL-ACTION
           MOVE RQ-SITE-NAME TO WS-LL-SITE
           IF RQ-ACTION = 'T'
               MOVE RQ-TARGET TO WS-LL-HOST
           ELSE
               MOVE RQ-HOST TO WS-LL-HOST
           END-IF
           MOVE RQ-REQUESTER TO WS-LL-REQUESTER
           MOVE WS-OUTCOME TO WS-LL-OUTCOME
           WRITE LOAD-REPORT-RECORD FROM WS-REQUEST-LINE.

      *>   The same authority SITEMAIN demands for an add: an
      *>   enabled, unlocked operator of level 3 or above.  The
      *>   requester becomes the maker on the approval queue, so
      *>   the approver must be somebody else.
       2200-CHECK-REQUESTER.
           IF RQ-SITE-NAME = SPACES
               MOVE 'NO SITE NAME' TO WS-REJECT-REASON
               GO TO 2200-CHECK-REQUESTER-EXIT
           END-IF
           IF RQ-SITE-NAME = 'ALL'
               MOVE 'ALL IS RESERVED FOR SCOPE PERMISSIONS'
                   TO WS-REJECT-REASON
               GO TO 2200-CHECK-REQUESTER-EXIT
           END-IF
           IF RQ-REQUESTER = SPACES
               MOVE 'NO REQUESTING OPERATOR' TO WS-REJECT-REASON
               GO TO 2200-CHECK-REQUESTER-EXIT
           END-IF
           MOVE RQ-REQUESTER TO OP-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'REQUESTER NOT ON OPERFILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OP-ACCOUNT-DISABLED
                           MOVE 'REQUESTER ACCOUNT DISABLED'
                               TO WS-REJECT-REASON
                       WHEN OP-ACCOUNT-LOCKED
                           MOVE 'REQUESTER ACCOUNT LOCKED'
                               TO WS-REJECT-REASON
                       WHEN OP-AUTH-LEVEL < 3
                           MOVE 'REQUESTER BELOW LEVEL 3'
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.
       2200-CHECK-REQUESTER-EXIT.
           EXIT.

      *>   Host: letters, digits, dots, and hyphens with nothing
      *>   after the first space -- no scheme prefix, port, or path,
      *>   which have their own columns.
       2300-VALIDATE-HOST.
           MOVE 'Y' TO WS-HOST-OK-SW
           MOVE 'N' TO WS-HOST-END-SW
           IF RQ-HOST(1:1) = SPACE
               MOVE 'N' TO WS-HOST-OK-SW
           END-IF
           PERFORM VARYING WS-HOST-POS FROM 1 BY 1
                   UNTIL WS-HOST-POS > 40 OR NOT WS-HOST-OK
               MOVE RQ-HOST(WS-HOST-POS:1) TO WS-HOST-CHAR
               EVALUATE TRUE
                   WHEN WS-HOST-CHAR = SPACE
                       MOVE 'Y' TO WS-HOST-END-SW
                   WHEN WS-HOST-END-SW = 'Y'
                       MOVE 'N' TO WS-HOST-OK-SW
                   WHEN WS-HOST-CHAR IS ALPHABETIC
                       CONTINUE
                   WHEN WS-HOST-CHAR IS NUMERIC
                       CONTINUE
                   WHEN WS-HOST-CHAR = '.' OR WS-HOST-CHAR = '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-HOST-OK-SW
               END-EVALUATE
           END-PERFORM.

      *>   Scheme http or https (blank meaning http, as on the
      *>   screen); port blank or digits up to 65535, zero meaning
      *>   the scheme's default.
       2400-VALIDATE-SCHEME-PORT.
           MOVE RQ-SCHEME TO WS-SCHEME-ENTRY
           INSPECT WS-SCHEME-ENTRY CONVERTING 'HTPS' TO 'htps'
           IF WS-SCHEME-ENTRY = SPACES
               MOVE 'http' TO WS-SCHEME-ENTRY
           END-IF
           IF WS-SCHEME-ENTRY NOT = 'http'
               AND WS-SCHEME-ENTRY NOT = 'https'
               MOVE 'SCHEME NOT http OR https' TO WS-REJECT-REASON
           END-IF
           MOVE 0 TO WS-PORT-NUM
           MOVE 'N' TO WS-PORT-END-SW
           PERFORM VARYING WS-PORT-POS FROM 1 BY 1
                   UNTIL WS-PORT-POS > 5
               EVALUATE TRUE
                   WHEN RQ-PORT(WS-PORT-POS:1) = SPACE
                       IF WS-PORT-NUM > 0
                           MOVE 'Y' TO WS-PORT-END-SW
                       END-IF
                   WHEN RQ-PORT(WS-PORT-POS:1) IS NUMERIC
                       AND WS-PORT-END-SW = 'N'
                       MOVE RQ-PORT(WS-PORT-POS:1) TO WS-PORT-DIGIT
                       COMPUTE WS-PORT-NUM =
                           (WS-PORT-NUM * 10) + WS-PORT-DIGIT
                   WHEN OTHER
                       MOVE 'PORT NOT NUMERIC' TO WS-REJECT-REASON
                       MOVE 5 TO WS-PORT-POS
               END-EVALUATE
           END-PERFORM
           IF WS-PORT-NUM > 65535
               MOVE 'PORT ABOVE 65535' TO WS-REJECT-REASON
           END-IF.

      *>   Onboarding.  Every check is made before anything is
      *>   written, so a rejected line leaves no trace.
       3000-ONBOARD-SITE.
           PERFORM 2300-VALIDATE-HOST
           IF NOT WS-HOST-OK
               MOVE 'HOST MISSING OR NOT A HOST NAME'
                   TO WS-REJECT-REASON
               GO TO 3000-ONBOARD-SITE-EXIT
           END-IF
           PERFORM 2400-VALIDATE-SCHEME-PORT
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ONBOARD-SITE-EXIT
           END-IF
           MOVE RQ-UTC-OFFSET TO WS-TZ-OFFSET-ENTRY
           MOVE RQ-DST-RULE TO WS-TZ-RULE-ENTRY
           PERFORM 8770-VALIDATE-ZONE THRU 8770-VALIDATE-ZONE-EXIT
           IF NOT WS-TZ-VALID
               MOVE WS-TZ-REASON TO WS-REJECT-REASON
               GO TO 3000-ONBOARD-SITE-EXIT
           END-IF
           IF WS-SCOPE-PRESENT
               PERFORM 3100-FIND-ENGAGEMENT THRU
                   3100-FIND-ENGAGEMENT-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 3000-ONBOARD-SITE-EXIT
               END-IF
               IF WS-NS-COUNT NOT < WS-NS-MAX
                   MOVE 'TOO MANY SCOPE ROWS IN ONE RUN'
                       TO WS-REJECT-REASON
                   GO TO 3000-ONBOARD-SITE-EXIT
               END-IF
           END-IF
           IF RQ-TARGET NOT = SPACES AND WS-NX-COUNT NOT < WS-NX-MAX
               MOVE 'TOO MANY PAIRINGS IN ONE RUN' TO WS-REJECT-REASON
               GO TO 3000-ONBOARD-SITE-EXIT
           END-IF

           MOVE RQ-SITE-NAME TO SD-SITE-NAME
           MOVE RQ-HOST TO SD-HOST
           MOVE RQ-BASE-PATH TO SD-BASE-PATH
           MOVE 'I' TO SD-ACTIVE-FLAG
           MOVE WS-SCHEME-ENTRY TO SD-SCHEME
           MOVE WS-PORT-NUM TO SD-PORT
           MOVE WS-TZ-OFFSET-ENTRY TO SD-UTC-OFFSET
           MOVE WS-TZ-RULE-ENTRY TO SD-DST-RULE
           WRITE SITE-DIRECTORY-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE - SITE ALREADY ON SITEDIR'
                       TO WS-REJECT-REASON
           END-WRITE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ONBOARD-SITE-EXIT
           END-IF
           SET WS-SITEDIR-CHANGED TO TRUE
           ADD 1 TO WS-ONBOARD-COUNT

           IF WS-SCOPE-PRESENT
               ADD 1 TO WS-NS-COUNT
               MOVE RQ-SITE-NAME TO WS-NS-SITE(WS-NS-COUNT)
               MOVE RQ-ENGAGEMENT-ID TO WS-NS-ENGAGEMENT(WS-NS-COUNT)
               MOVE WS-ENG-FROM TO WS-NS-FROM(WS-NS-COUNT)
               MOVE WS-ENG-TO TO WS-NS-TO(WS-NS-COUNT)
               MOVE 'N' TO WS-NS-DROPPED(WS-NS-COUNT)
           END-IF
           IF RQ-TARGET NOT = SPACES
               PERFORM 3600-ADD-PAIRING
           END-IF

      *>   Activation rides the SITE-HOST change the APPROVE screen
      *>   already applies field for field (SITEMAIN's layout).
           MOVE 'SITE-HOST' TO WS-AQ-FUNCTION
           MOVE RQ-REQUESTER TO WS-AQ-REQUESTER
           MOVE SPACES TO WS-AQ-PARMS
           MOVE RQ-SITE-NAME TO WS-AQ-PARMS(1:8)
           MOVE RQ-HOST TO WS-AQ-PARMS(9:40)
           MOVE RQ-BASE-PATH TO WS-AQ-PARMS(49:20)
           MOVE 'A' TO WS-AQ-PARMS(69:1)
           MOVE WS-SCHEME-ENTRY TO WS-AQ-PARMS(71:5)
           MOVE SD-PORT TO WS-AQ-PARMS(76:5)
           MOVE RQ-TICKET TO WS-AQ-TICKET
           PERFORM 8050-ENQUEUE-APPROVAL THRU
               8050-ENQUEUE-APPROVAL-EXIT
           IF WS-AQ-STATUS = '00'
               STRING 'ONBOARDED INACTIVE - ACTIVATION QUEUED AS '
                          DELIMITED BY SIZE
                      WS-AQ-NEW-ID DELIMITED BY SIZE
                      INTO WS-OUTCOME
               END-STRING
           ELSE
               ADD 1 TO WS-UNQUEUED-COUNT
               MOVE 'ONBOARDED INACTIVE - ACTIVATION NOT QUEUED'
                   TO WS-OUTCOME
           END-IF
           IF WS-XREF-PRESENT AND RQ-TARGET = SPACES
               MOVE ' - NO TARGET' TO WS-OUTCOME(49:12)
           END-IF

           MOVE 'ONBOARD SITE' TO WS-JR-FUNCTION
           PERFORM 3900-JOURNAL-REQUEST.
       3000-ONBOARD-SITE-EXIT.
           EXIT.

      *>   The engagement must be on SCOPEFIL and not on the closed
      *>   register: a site cannot be given a scope its letter does
      *>   not grant.
       3100-FIND-ENGAGEMENT.
           IF RQ-ENGAGEMENT-ID = SPACES
               MOVE 'NO ENGAGEMENT FOR THE SCOPE ROW'
                   TO WS-REJECT-REASON
               GO TO 3100-FIND-ENGAGEMENT-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-EN-COUNT OR WS-FOUND
               IF WS-EN-ENGAGEMENT(EN-IDX) = RQ-ENGAGEMENT-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-EN-FROM(EN-IDX) TO WS-ENG-FROM
                   MOVE WS-EN-TO(EN-IDX) TO WS-ENG-TO
                   IF WS-EN-CLOSED(EN-IDX) = 'Y'
                       MOVE 'ENGAGEMENT IS CLOSED' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE 'ENGAGEMENT NOT ON SCOPEFIL' TO WS-REJECT-REASON
           END-IF.
       3100-FIND-ENGAGEMENT-EXIT.
           EXIT.

      *>   A further target for a site already on the directory.
       3500-MAP-TARGET.
           IF RQ-TARGET = SPACES
               MOVE 'NO TARGET TO MAP' TO WS-REJECT-REASON
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           IF NOT WS-XREF-PRESENT
               MOVE 'SITEXREF NOT MAINTAINED ON THIS BOX'
                   TO WS-REJECT-REASON
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           MOVE RQ-SITE-NAME TO SD-SITE-NAME
           READ SITE-DIRECTORY-FILE
               INVALID KEY
                   MOVE 'SITE NOT ON SITEDIR' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           MOVE RQ-SITE-NAME TO WS-DEP-SITE
           PERFORM 4900-FIND-OFFBOARDED
           IF WS-FOUND
               MOVE 'SITE OFFBOARDED EARLIER IN THIS RUN'
                   TO WS-REJECT-REASON
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           MOVE RQ-SITE-NAME TO WS-XR-SITE
           MOVE RQ-TARGET TO WS-XR-TARGET
           PERFORM 8470-CHECK-TARGET-MAPPED THRU
               8470-CHECK-TARGET-MAPPED-EXIT
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NX-COUNT OR WS-FOUND
               IF WS-NX-SITE(WS-SUB) = RQ-SITE-NAME
                   AND WS-NX-TARGET(WS-SUB) = RQ-TARGET
                   AND WS-NX-DROPPED(WS-SUB) = 'N'
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF (WS-TARGET-MAPPED AND WS-XR-COUNT > 0) OR WS-FOUND
               MOVE 'DUPLICATE - TARGET ALREADY MAPPED'
                   TO WS-REJECT-REASON
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           IF WS-NX-COUNT NOT < WS-NX-MAX
               MOVE 'TOO MANY PAIRINGS IN ONE RUN' TO WS-REJECT-REASON
               GO TO 3500-MAP-TARGET-EXIT
           END-IF
           PERFORM 3600-ADD-PAIRING
           ADD 1 TO WS-MAPPED-COUNT
           MOVE 'TARGET MAPPED' TO WS-OUTCOME
           MOVE 'MAP SITE TARGET' TO WS-JR-FUNCTION
           PERFORM 3900-JOURNAL-REQUEST.
       3500-MAP-TARGET-EXIT.
           EXIT.

      *>   Pairings are only added where a cross-reference is kept;
      *>   without one every pairing already counts as mapped.
       3600-ADD-PAIRING.
           IF WS-XREF-PRESENT
               ADD 1 TO WS-NX-COUNT
               MOVE RQ-SITE-NAME TO WS-NX-SITE(WS-NX-COUNT)
               MOVE RQ-TARGET TO WS-NX-TARGET(WS-NX-COUNT)
               MOVE 'N' TO WS-NX-DROPPED(WS-NX-COUNT)
           END-IF.

       3900-JOURNAL-REQUEST.
           MOVE RQ-REQUESTER TO WS-SO-OPERATOR-ID
           MOVE SPACES TO WS-JR-PARMS
           IF RQ-ACTION = 'T'
               STRING RQ-SITE-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RQ-TARGET DELIMITED BY SIZE
                      INTO WS-JR-PARMS
               END-STRING
           ELSE
               STRING RQ-SITE-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RQ-HOST DELIMITED BY SIZE
                      INTO WS-JR-PARMS
               END-STRING
           END-IF
           MOVE RQ-TICKET TO WS-JR-TICKET
           PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT.

      *>   Offboarding.  A site already gone from the directory
      *>   still has its leftover dependent rows cleaned.
       4000-OFFBOARD-SITE.
           MOVE RQ-SITE-NAME TO WS-DEP-SITE
           PERFORM 4900-FIND-OFFBOARDED
           IF WS-FOUND
               MOVE 'DUPLICATE - ALREADY OFFBOARDED THIS RUN'
                   TO WS-REJECT-REASON
               GO TO 4000-OFFBOARD-SITE-EXIT
           END-IF
           IF WS-OB-COUNT NOT < WS-OB-MAX
               MOVE 'TOO MANY OFFBOARDINGS IN ONE RUN'
                   TO WS-REJECT-REASON
               GO TO 4000-OFFBOARD-SITE-EXIT
           END-IF
           ADD 1 TO WS-OB-COUNT
           MOVE RQ-SITE-NAME TO WS-OB-SITE(WS-OB-COUNT)
           ADD 1 TO WS-OFFBOARD-COUNT

           MOVE RQ-SITE-NAME TO SD-SITE-NAME
           READ SITE-DIRECTORY-FILE
               INVALID KEY
                   MOVE 'NOT ON SITEDIR - DEPENDENT ROWS CLEANED'
                       TO WS-OUTCOME
                   MOVE SPACES TO RQ-HOST
               NOT INVALID KEY
                   MOVE SD-HOST TO RQ-HOST
                   IF SD-ACTIVE-FLAG = 'I'
                       MOVE 'OFFBOARDED - WAS ALREADY INACTIVE'
                           TO WS-OUTCOME
                   ELSE
                       MOVE 'I' TO SD-ACTIVE-FLAG
                       REWRITE SITE-DIRECTORY-RECORD
                       SET WS-SITEDIR-CHANGED TO TRUE
                       MOVE 'OFFBOARDED - SET INACTIVE' TO WS-OUTCOME
                   END-IF
           END-READ

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NX-COUNT
               IF WS-NX-SITE(WS-SUB) = RQ-SITE-NAME
                   MOVE 'Y' TO WS-NX-DROPPED(WS-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NS-COUNT
               IF WS-NS-SITE(WS-SUB) = RQ-SITE-NAME
                   MOVE 'Y' TO WS-NS-DROPPED(WS-SUB)
               END-IF
           END-PERFORM

           MOVE 'OFFBOARD SITE' TO WS-JR-FUNCTION
           PERFORM 3900-JOURNAL-REQUEST.
       4000-OFFBOARD-SITE-EXIT.
           EXIT.

       4900-FIND-OFFBOARDED.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OB-COUNT OR WS-FOUND
               IF WS-OB-SITE(WS-SUB) = WS-DEP-SITE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *>   One dependent file: every row naming an offboarded site
      *>   is dropped and tonight's new rows are appended, through a
      *>   work copy, and the file is rewritten only when something
      *>   changed.  A missing file is left missing.
       5000-MAINTAIN-DEPENDENT.
           MOVE WS-DT-NAME(WS-DEP-IX) TO WS-DEP-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT WS-REMOVED-COUNT
                     WS-ADDED-COUNT WS-NOT-ADDED-COUNT
           MOVE SPACES TO WS-FILE-NOTE
           EVALUATE WS-DT-ADD(WS-DEP-IX)
               WHEN 'X'
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-NX-COUNT
                       IF WS-NX-DROPPED(WS-SUB) = 'N'
                           ADD 1 TO WS-NOT-ADDED-COUNT
                       END-IF
                   END-PERFORM
               WHEN 'S'
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-NS-COUNT
                       IF WS-NS-DROPPED(WS-SUB) = 'N'
                           ADD 1 TO WS-NOT-ADDED-COUNT
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-OB-COUNT = 0 AND WS-NOT-ADDED-COUNT = 0
               MOVE 'NOTHING TO CHANGE' TO WS-FILE-NOTE
               PERFORM 5900-WRITE-FILE-LINE
               GO TO 5000-MAINTAIN-DEPENDENT-EXIT
           END-IF
           MOVE 'N' TO WS-DP-EOF-SW
           OPEN INPUT DEPENDENT-FILE
           IF WS-DP-STATUS NOT = '00'
               MOVE 'NOT PRESENT - LEFT ABSENT' TO WS-FILE-NOTE
               PERFORM 5900-WRITE-FILE-LINE
               GO TO 5000-MAINTAIN-DEPENDENT-EXIT
           END-IF
           OPEN OUTPUT DEPENDENT-WORK-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SITELWK' TO WS-FS-FILE-NAME
           MOVE WS-WK-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM 5100-COPY-ONE-ROW UNTIL END-OF-DEPENDENT
           CLOSE DEPENDENT-FILE
           MOVE 0 TO WS-NOT-ADDED-COUNT
           EVALUATE WS-DT-ADD(WS-DEP-IX)
               WHEN 'X'
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-NX-COUNT
                       IF WS-NX-DROPPED(WS-SUB) = 'N'
                           MOVE WS-NX-SITE(WS-SUB) TO WS-XW-SITE
                           MOVE WS-NX-TARGET(WS-SUB) TO WS-XW-TARGET
                           WRITE DEPENDENT-WORK-RECORD FROM WS-XREF-ROW
                           ADD 1 TO WS-ADDED-COUNT
                       END-IF
                   END-PERFORM
               WHEN 'S'
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-NS-COUNT
                       IF WS-NS-DROPPED(WS-SUB) = 'N'
                           MOVE WS-NS-ENGAGEMENT(WS-SUB)
                               TO WS-SW-ENGAGEMENT
                           MOVE WS-NS-FROM(WS-SUB) TO WS-SW-FROM
                           MOVE WS-NS-TO(WS-SUB) TO WS-SW-TO
                           MOVE WS-NS-SITE(WS-SUB) TO WS-SW-SITE
                           MOVE 'ALL' TO WS-SW-PROGRAM
                           WRITE DEPENDENT-WORK-RECORD
                               FROM WS-SCOPE-ROW
                           ADD 1 TO WS-ADDED-COUNT
                       END-IF
                   END-PERFORM
           END-EVALUATE
           CLOSE DEPENDENT-WORK-FILE
           IF WS-REMOVED-COUNT > 0 OR WS-ADDED-COUNT > 0
               PERFORM 5200-COPY-WORK-BACK
               MOVE 'REWRITTEN' TO WS-FILE-NOTE
           ELSE
               MOVE 'NO ROWS FOR OFFBOARDED SITES' TO WS-FILE-NOTE
           END-IF
           PERFORM 5900-WRITE-FILE-LINE.
       5000-MAINTAIN-DEPENDENT-EXIT.
           EXIT.

       5100-COPY-ONE-ROW.
           READ DEPENDENT-FILE
               AT END SET END-OF-DEPENDENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   MOVE DEPENDENT-RECORD(WS-DT-SITE-POS(WS-DEP-IX):8)
                       TO WS-DEP-SITE
                   PERFORM 4900-FIND-OFFBOARDED
                   IF WS-FOUND
                       ADD 1 TO WS-REMOVED-COUNT
                   ELSE
                       WRITE DEPENDENT-WORK-RECORD
                           FROM DEPENDENT-RECORD
                   END-IF
           END-READ.

       5200-COPY-WORK-BACK.
           MOVE 'N' TO WS-DP-EOF-SW
           OPEN INPUT DEPENDENT-WORK-FILE
           OPEN OUTPUT DEPENDENT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE WS-DEP-FILE-NAME TO WS-FS-FILE-NAME
           MOVE WS-DP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM 5210-COPY-ONE-BACK UNTIL END-OF-DEPENDENT
           CLOSE DEPENDENT-WORK-FILE
           CLOSE DEPENDENT-FILE.

       5210-COPY-ONE-BACK.
           READ DEPENDENT-WORK-FILE
               AT END SET END-OF-DEPENDENT TO TRUE
               NOT AT END
                   WRITE DEPENDENT-RECORD FROM DEPENDENT-WORK-RECORD
           END-READ.

       5900-WRITE-FILE-LINE.
           MOVE WS-DEP-FILE-NAME TO WS-FL-FILE
           MOVE WS-EXAMINED-COUNT TO WS-FL-EXAMINED
           MOVE WS-REMOVED-COUNT TO WS-FL-REMOVED
           MOVE WS-ADDED-COUNT TO WS-FL-ADDED
           IF WS-NOT-ADDED-COUNT > 0
               MOVE SPACES TO WS-FILE-NOTE
               STRING 'NOT PRESENT - ' DELIMITED BY SIZE
                      WS-NOT-ADDED-COUNT DELIMITED BY SIZE
                      ' ROW(S) NOT ADDED' DELIMITED BY SIZE
                      INTO WS-FILE-NOTE
               END-STRING
           END-IF
           MOVE WS-FILE-NOTE TO WS-FL-NOTE
           WRITE LOAD-REPORT-RECORD FROM WS-FILE-LINE.

      *>   A SITE-HOST (or SITE-ZONE) change still pending for an
      *>   offboarded site would rewrite it if approved later; it is
      *>   withdrawn (REJECTED by this job) and journalled.
       6000-WITHDRAW-PENDING.
           OPEN I-O APPROVAL-QUEUE-FILE
           IF WS-AQ-STATUS NOT = '00'
               MOVE 'APPRQUE NOT AVAILABLE - NO PENDING CHANGE WITHDRAWN'
                   TO WS-REPORT-LINE
               WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 6000-WITHDRAW-PENDING-EXIT
           END-IF
           MOVE 'N' TO WS-AQ-EOF-SW
           PERFORM 6100-CHECK-ONE-QUEUED UNTIL END-OF-QUEUE
           CLOSE APPROVAL-QUEUE-FILE.
       6000-WITHDRAW-PENDING-EXIT.
           EXIT.

       6100-CHECK-ONE-QUEUED.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END SET END-OF-QUEUE TO TRUE
               NOT AT END
                   IF AQ-STATUS = 'PENDING'
                       AND (AQ-FUNCTION = 'SITE-HOST'
                            OR AQ-FUNCTION = 'SITE-ZONE')
                       MOVE AQ-PARMS(1:8) TO WS-DEP-SITE
                       PERFORM 4900-FIND-OFFBOARDED
                       IF WS-FOUND
                           MOVE 'REJECTED' TO AQ-STATUS
                           MOVE 'SITELOAD' TO AQ-APPROVER
                           REWRITE APPROVAL-QUEUE-RECORD
                           ADD 1 TO WS-WITHDRAWN-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'WITHDREW PENDING ' DELIMITED BY SIZE
                                  AQ-FUNCTION DELIMITED BY SPACE
                                  ' REQUEST ' DELIMITED BY SIZE
                                  AQ-REQUEST-ID DELIMITED BY SIZE
                                  ' FOR ' DELIMITED BY SIZE
                                  WS-DEP-SITE DELIMITED BY SPACE
                                  INTO WS-REPORT-LINE
                           END-STRING
                           WRITE LOAD-REPORT-RECORD
                               FROM WS-REPORT-LINE
                           MOVE 'SITELOAD' TO WS-SO-OPERATOR-ID
                           MOVE 'WITHDRAW REQUEST' TO WS-JR-FUNCTION
                           MOVE SPACES TO WS-JR-PARMS
                           STRING AQ-FUNCTION DELIMITED BY SPACE
                                  ' #' DELIMITED BY SIZE
                                  AQ-REQUEST-ID DELIMITED BY SIZE
                                  ' BY ' DELIMITED BY SIZE
                                  AQ-REQUESTER DELIMITED BY SPACE
                                  INTO WS-JR-PARMS
                           END-STRING
                           MOVE AQ-TICKET TO WS-JR-TICKET
                           PERFORM 8600-WRITE-JOURNAL THRU
                               8600-WRITE-JOURNAL-EXIT
                       END-IF
                   END-IF
           END-READ.

       7000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           STRING 'READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  '  ONBOARDED: ' DELIMITED BY SIZE
                  WS-ONBOARD-COUNT DELIMITED BY SIZE
                  '  MAPPED: ' DELIMITED BY SIZE
                  WS-MAPPED-COUNT DELIMITED BY SIZE
                  '  OFFBOARDED: ' DELIMITED BY SIZE
                  WS-OFFBOARD-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  '  NOT QUEUED: ' DELIMITED BY SIZE
                  WS-UNQUEUED-COUNT DELIMITED BY SIZE
                  '  WITHDRAWN: ' DELIMITED BY SIZE
                  WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY 'SITELOAD ' WS-REPORT-LINE.

       COPY SXRFPA.
       COPY OPERPA.
       COPY APRQPA.
       COPY PARMPA.
       COPY RLCKPA.
       COPY TZONPA.
       COPY FILESTPA.
