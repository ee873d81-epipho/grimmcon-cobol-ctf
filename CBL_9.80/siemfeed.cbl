       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Security event feed for the
      *>               security operations SIEM.  OPSEXPT's CSVs of
      *>               PROBERES and MARCOLOG are spreadsheets, not an
      *>               interface, and said nothing of findings,
      *>               alerts, scope blocks or operator actions.
      *>               Each run appends to the outbound SIEMFEED spool
      *>               one key=value line per new event from:
      *>                 - PROBERES: every probe request and its
      *>                   response code (PROBE);
      *>                 - FINDINGS: every new finding (FINDING) --
      *>                   never the credential itself;
      *>                 - ALERTQUE: every alert raised (ALERT-RAISE)
      *>                   and, once, its acknowledgment (ALERT-ACK);
      *>                 - SCOPEEXC: every request blocked by the scope
      *>                   check (SCOPE-REJECT);
      *>                 - OPERJRNL: every operator journal entry
      *>                   (OPER-ACTION), with a deliberate run-lock
      *>                   seize called out as LOCK-OVERRIDE.
      *>               Each event carries a stable id built from its
      *>               source, its date and time stamp and its place
      *>               among records with the same stamp, so a resend
      *>               is recognisable as a duplicate.  Severity runs
      *>               1 (routine) to 10 (act now); the mapping is in
      *>               the comments above each source's paragraph.
      *>               Each source's high-water mark (last stamp and
      *>               place sent) is kept on SIEMCK and only advances
      *>               once the spool has been written, so a night
      *>               that does not run is caught up by the next.
      *>               The alert queue carries no acknowledgment
      *>               stamp, so the alerts whose acknowledgment has
      *>               gone out are kept on SIEMAKS instead.  Events
      *>               under SIEMFEED/MIN-SEVERITY (default 1, send
      *>               everything) are counted but not sent.  RC 8
      *>               when the spool cannot be written (nothing is
      *>               marked sent); RC 4 when the acknowledgment
      *>               register overflowed.
      *>   2026-10-15  Finding events carry kind=second-factor-required
      *>               for MFA findings.
      *>   2026-10-15  The events each run adds to the spool are
      *>               registered on the outbound transmission ledger
      *>               (TXREG), so the daily TXMATCH report follows
      *>               them to receipt with the other outbound
      *>               interfaces.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIEMFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROBE-RESULT-FILE ASSIGN TO "PROBERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT OPTIONAL OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OJ-STATUS.
           SELECT OPTIONAL SIEM-FEED-FILE ASSIGN TO "SIEMFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.
           SELECT OPTIONAL FEED-CTL-FILE ASSIGN TO "SIEMCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT OPTIONAL ACK-SENT-FILE ASSIGN TO "SIEMAKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           COPY FINDFC.
           COPY ALRTFC.
           COPY SCOPEFC.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBE-RESULT-FILE.
       01  PROBE-RESULT-RECORD.
           05 PR-DATE               PIC 9(8).
           05 PR-TIME               PIC 9(8).
           05 PR-PROGRAM-ID         PIC X(8).
           05 PR-REQUEST-LINE       PIC X(90).
           05 PR-RESPONSE-CODE      PIC X(3).
           05 PR-CORRELATION-ID     PIC 9(8).
           05 PR-SITE-NAME          PIC X(8).
           05 PR-ENGAGEMENT-ID      PIC X(8).

       FD  OPERATOR-JOURNAL-FILE.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X.
           05 OJ-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 OJ-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 OJ-FUNCTION           PIC X(20).
           05 FILLER                PIC X.
           05 OJ-PARMS              PIC X(40).
           05 FILLER                PIC X.
           05 OJ-TICKET             PIC X(10).

       FD  SIEM-FEED-FILE.
       01  SIEM-FEED-RECORD         PIC X(400).

      *>   One record per source: the stamp and place of the last
      *>   event sent from it.
       FD  FEED-CTL-FILE.
       01  FEED-CTL-RECORD.
           05 CK-SOURCE             PIC X(8).
           05 FILLER                PIC X.
           05 CK-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 CK-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 CK-ORD                PIC 9(4).

      *>   One record per alert whose acknowledgment has been sent,
      *>   by the alert's raise stamp and place.
       FD  ACK-SENT-FILE.
       01  ACK-SENT-RECORD.
           05 AS-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 AS-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 AS-ORD                PIC 9(4).

       COPY FINDFD.
       COPY ALRTFD.
       COPY SCOPEFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY FINDWS.
           COPY ALRTWS.
           COPY SCOPEWS.
           COPY TXRGWS.
           01 WS-PR-STATUS          PIC X(2).
           01 WS-OJ-STATUS          PIC X(2).
           01 WS-SF-STATUS          PIC X(2).
           01 WS-CK-STATUS          PIC X(2).
           01 WS-AS-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X VALUE 'N'.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-MIN-SEVERITY       PIC 9(2) VALUE 1.

      *>   High-water marks, one row per source, in SIEMCK order.
           01 WS-MK-TABLE.
              05 WS-MK-ENTRY OCCURS 5 TIMES INDEXED BY MK-IDX.
                 10 WS-MK-SOURCE       PIC X(8).
                 10 WS-MK-PREFIX       PIC X(2).
                 10 WS-MK-DATE         PIC 9(8).
                 10 WS-MK-TIME         PIC 9(8).
                 10 WS-MK-ORD          PIC 9(4).
                 10 WS-MK-NEW-DATE     PIC 9(8).
                 10 WS-MK-NEW-TIME     PIC 9(8).
                 10 WS-MK-NEW-ORD      PIC 9(4).
                 10 WS-MK-SENT         PIC 9(7).
                 10 WS-MK-HELD         PIC 9(7).
           01 WS-SRC-IX             PIC 9(1).

      *>   The record being considered: its stamp, its place among
      *>   the records with that stamp, and whether it is past the
      *>   source's mark.
           01 WS-EV-DATE            PIC 9(8).
           01 WS-EV-DATE-X REDEFINES WS-EV-DATE.
              05 WS-EV-YYYY         PIC 9(4).
              05 WS-EV-MM           PIC 9(2).
              05 WS-EV-DD           PIC 9(2).
           01 WS-EV-TIME            PIC 9(8).
           01 WS-EV-TIME-X REDEFINES WS-EV-TIME.
              05 WS-EV-HH           PIC 9(2).
              05 WS-EV-MI           PIC 9(2).
              05 WS-EV-SS           PIC 9(2).
              05 WS-EV-CC           PIC 9(2).
           01 WS-EV-ORD             PIC 9(4).
           01 WS-PREV-DATE          PIC 9(8).
           01 WS-PREV-TIME          PIC 9(8).
           01 WS-EV-NEW-SW          PIC X.
              88 WS-EV-IS-NEW       VALUE 'Y'.
           01 WS-EV-SEV             PIC 9(2).
           01 WS-EV-TYPE            PIC X(16).
           01 WS-EV-ID.
              05 WS-ID-PREFIX       PIC X(2).
              05 FILLER             PIC X VALUE '-'.
              05 WS-ID-DATE         PIC 9(8).
              05 FILLER             PIC X VALUE '-'.
              05 WS-ID-TIME         PIC 9(8).
              05 FILLER             PIC X VALUE '-'.
              05 WS-ID-ORD          PIC 9(4).
           01 WS-EV-TS.
              05 WS-TS-YYYY         PIC 9(4).
              05 FILLER             PIC X VALUE '-'.
              05 WS-TS-MM           PIC 9(2).
              05 FILLER             PIC X VALUE '-'.
              05 WS-TS-DD           PIC 9(2).
              05 FILLER             PIC X VALUE 'T'.
              05 WS-TS-HH           PIC 9(2).
              05 FILLER             PIC X VALUE ':'.
              05 WS-TS-MI           PIC 9(2).
              05 FILLER             PIC X VALUE ':'.
              05 WS-TS-SS           PIC 9(2).
           01 WS-EV-LINE            PIC X(400).
           01 WS-EV-PTR             PIC 9(3).
           01 WS-EV-TEXT            PIC X(60).
           01 WS-EV-NUM             PIC 9(8).
           01 WS-ED-NUM             PIC Z(7)9.

      *>   Acknowledgments already sent.
           01 WS-AS-COUNT           PIC 9(4) VALUE 0.
           01 WS-AS-MAX             PIC 9(4) VALUE 5000.
           01 WS-AS-TABLE.
              05 WS-AS-ENTRY OCCURS 5000 TIMES INDEXED BY AS-IDX.
                 10 WS-AS-T-DATE       PIC 9(8).
                 10 WS-AS-T-TIME       PIC 9(8).
                 10 WS-AS-T-ORD        PIC 9(4).
                 10 WS-AS-T-LIVE       PIC X(1).
           01 WS-AS-FOUND-SW        PIC X.
              88 WS-ACK-ALREADY-SENT VALUE 'Y'.
           01 WS-AS-FULL-SW         PIC X VALUE 'N'.
              88 WS-AS-FULL         VALUE 'Y'.
           01 WS-ACK-SENT-COUNT     PIC 9(7) VALUE 0.
           01 WS-SPOOL-ADDED        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'SIEMFEED' TO WS-FS-PROGRAM-ID
           PERFORM 1000-GET-PARMS
           PERFORM 1100-READ-CONTROL
           PERFORM 1200-LOAD-ACKS-SENT
           OPEN EXTEND SIEM-FEED-FILE
           IF WS-SF-STATUS NOT = '00' AND WS-SF-STATUS NOT = '05'
               DISPLAY 'SIEMFEED: SIEMFEED NOT WRITABLE, STATUS '
                       WS-SF-STATUS ' -- NOTHING SENT, MARKS KEPT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-FEED-PROBES
           PERFORM 3000-FEED-FINDINGS
           PERFORM 4000-FEED-ALERTS
           PERFORM 5000-FEED-SCOPE-REJECTS
           PERFORM 6000-FEED-OPERATOR-JOURNAL
           CLOSE SIEM-FEED-FILE
           PERFORM 7000-WRITE-CONTROL
           PERFORM 7100-WRITE-ACKS-SENT
           IF WS-SPOOL-ADDED > 0
               PERFORM 7200-REGISTER-TRANSMISSION
           END-IF
           PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > 5
               DISPLAY 'SIEMFEED: ' WS-MK-SOURCE(MK-IDX)
                       '  SENT ' WS-MK-SENT(MK-IDX)
                       '  BELOW MIN-SEVERITY ' WS-MK-HELD(MK-IDX)
           END-PERFORM
           DISPLAY 'SIEMFEED: ALERT ACKNOWLEDGMENTS SENT '
                   WS-ACK-SENT-COUNT
           IF WS-AS-FULL
               DISPLAY 'SIEMFEED: SIEMAKS REGISTER FULL -- SOME '
                       'ACKNOWLEDGMENTS MAY BE SENT AGAIN'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-GET-PARMS.
           MOVE 'SIEMFEED' TO WS-PM-PROGRAM-ID
           MOVE 'MIN-SEVERITY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:2) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:2) TO WS-MIN-SEVERITY
           END-IF.

      *>   A source with no SIEMCK record starts from the beginning
      *>   of its file.
       1100-READ-CONTROL.
           MOVE 'PROBERES' TO WS-MK-SOURCE(1)
           MOVE 'PR' TO WS-MK-PREFIX(1)
           MOVE 'FINDINGS' TO WS-MK-SOURCE(2)
           MOVE 'FN' TO WS-MK-PREFIX(2)
           MOVE 'ALERTQUE' TO WS-MK-SOURCE(3)
           MOVE 'AL' TO WS-MK-PREFIX(3)
           MOVE 'SCOPEEXC' TO WS-MK-SOURCE(4)
           MOVE 'SX' TO WS-MK-PREFIX(4)
           MOVE 'OPERJRNL' TO WS-MK-SOURCE(5)
           MOVE 'OJ' TO WS-MK-PREFIX(5)
           PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > 5
               MOVE 0 TO WS-MK-DATE(MK-IDX) WS-MK-TIME(MK-IDX)
                         WS-MK-ORD(MK-IDX) WS-MK-SENT(MK-IDX)
                         WS-MK-HELD(MK-IDX)
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FEED-CTL-FILE
           IF WS-CK-STATUS = '00'
               PERFORM 1110-READ-ONE-MARK UNTIL END-OF-INPUT
               CLOSE FEED-CTL-FILE
           ELSE
               IF WS-CK-STATUS = '05'
                   CLOSE FEED-CTL-FILE
               END-IF
           END-IF
           PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > 5
               MOVE WS-MK-DATE(MK-IDX) TO WS-MK-NEW-DATE(MK-IDX)
               MOVE WS-MK-TIME(MK-IDX) TO WS-MK-NEW-TIME(MK-IDX)
               MOVE WS-MK-ORD(MK-IDX) TO WS-MK-NEW-ORD(MK-IDX)
           END-PERFORM.

       1110-READ-ONE-MARK.
           READ FEED-CTL-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF CK-DATE IS NUMERIC AND CK-TIME IS NUMERIC
                       AND CK-ORD IS NUMERIC
                       PERFORM VARYING MK-IDX FROM 1 BY 1
                               UNTIL MK-IDX > 5
                           IF WS-MK-SOURCE(MK-IDX) = CK-SOURCE
                               MOVE CK-DATE TO WS-MK-DATE(MK-IDX)
                               MOVE CK-TIME TO WS-MK-TIME(MK-IDX)
                               MOVE CK-ORD TO WS-MK-ORD(MK-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       1200-LOAD-ACKS-SENT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ACK-SENT-FILE
           IF WS-AS-STATUS = '00'
               PERFORM 1210-LOAD-ONE-ACK-SENT UNTIL END-OF-INPUT
               CLOSE ACK-SENT-FILE
           ELSE
               IF WS-AS-STATUS = '05'
                   CLOSE ACK-SENT-FILE
               END-IF
           END-IF.

       1210-LOAD-ONE-ACK-SENT.
           READ ACK-SENT-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AS-DATE IS NUMERIC AND AS-TIME IS NUMERIC
                       AND AS-ORD IS NUMERIC
                       IF WS-AS-COUNT < WS-AS-MAX
                           ADD 1 TO WS-AS-COUNT
                           SET AS-IDX TO WS-AS-COUNT
                           MOVE AS-DATE TO WS-AS-T-DATE(AS-IDX)
                           MOVE AS-TIME TO WS-AS-T-TIME(AS-IDX)
                           MOVE AS-ORD TO WS-AS-T-ORD(AS-IDX)
                           MOVE 'N' TO WS-AS-T-LIVE(AS-IDX)
                       ELSE
                           SET WS-AS-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *>   Probe severity: 1 for a 2xx or 3xx answer, 2 for 4xx,
      *>   3 for 5xx or no answer at all.
       2000-FEED-PROBES.
           MOVE 1 TO WS-SRC-IX
           PERFORM 8000-START-SOURCE
           OPEN INPUT PROBE-RESULT-FILE
           IF WS-PR-STATUS = '00'
               PERFORM 2100-FEED-ONE-PROBE UNTIL END-OF-INPUT
               CLOSE PROBE-RESULT-FILE
           ELSE
               IF WS-PR-STATUS = '05'
                   CLOSE PROBE-RESULT-FILE
               END-IF
           END-IF.

       2100-FEED-ONE-PROBE.
           READ PROBE-RESULT-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE PR-DATE TO WS-EV-DATE
                   MOVE PR-TIME TO WS-EV-TIME
                   PERFORM 8100-PLACE-RECORD
                   IF WS-EV-IS-NEW
                       MOVE 'PROBE' TO WS-EV-TYPE
                       EVALUATE PR-RESPONSE-CODE(1:1)
                           WHEN '2'
                           WHEN '3'
                               MOVE 1 TO WS-EV-SEV
                           WHEN '4'
                               MOVE 2 TO WS-EV-SEV
                           WHEN OTHER
                               MOVE 3 TO WS-EV-SEV
                       END-EVALUATE
                       PERFORM 8200-START-EVENT
                       IF WS-EV-PTR > 0
                           STRING ' prog=' DELIMITED BY SIZE
                                  PR-PROGRAM-ID DELIMITED BY SPACE
                                  ' site=' DELIMITED BY SIZE
                                  PR-SITE-NAME DELIMITED BY SPACE
                                  ' code=' DELIMITED BY SIZE
                                  PR-RESPONSE-CODE DELIMITED BY SIZE
                                  ' corr=' DELIMITED BY SIZE
                                  PR-CORRELATION-ID DELIMITED BY SIZE
                                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
                           END-STRING
                           IF PR-ENGAGEMENT-ID NOT = SPACES
                               STRING ' eng=' DELIMITED BY SIZE
                                      PR-ENGAGEMENT-ID DELIMITED BY SPACE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           MOVE PR-REQUEST-LINE TO WS-EV-TEXT
                           PERFORM 8300-ADD-QUOTED-TEXT
                           PERFORM 8900-SEND-EVENT
                       END-IF
                   END-IF
           END-READ.

      *>   Finding severity from the finding's own score (account
      *>   tier times ten plus exposure): 9 for tier 3 and up, 8 for
      *>   tiers 1 and 2, 7 for an unscored account.  The
      *>   credential is never sent.
       3000-FEED-FINDINGS.
           MOVE 2 TO WS-SRC-IX
           PERFORM 8000-START-SOURCE
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS = '00'
               PERFORM 3100-FEED-ONE-FINDING UNTIL END-OF-INPUT
               CLOSE FINDINGS-FILE
           ELSE
               IF WS-FN-STATUS = '05'
                   CLOSE FINDINGS-FILE
               END-IF
           END-IF.

       3100-FEED-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE FN-DATE TO WS-EV-DATE
                   MOVE 0 TO WS-EV-TIME
                   PERFORM 8100-PLACE-RECORD
                   IF WS-EV-IS-NEW
                       MOVE 'FINDING' TO WS-EV-TYPE
                       MOVE 7 TO WS-EV-SEV
                       IF FN-SEVERITY IS NUMERIC
                           EVALUATE TRUE
                               WHEN FN-SEVERITY >= 30
                                   MOVE 9 TO WS-EV-SEV
                               WHEN FN-SEVERITY >= 10
                                   MOVE 8 TO WS-EV-SEV
                           END-EVALUATE
                       END-IF
                       PERFORM 8200-START-EVENT
                       IF WS-EV-PTR > 0
                           STRING ' prog=' DELIMITED BY SIZE
                                  FN-PROGRAM-ID DELIMITED BY SPACE
                                  ' site=' DELIMITED BY SIZE
                                  FN-SITE-NAME DELIMITED BY SPACE
                                  ' user=' DELIMITED BY SIZE
                                  FN-USERID DELIMITED BY SPACE
                                  ' corr=' DELIMITED BY SIZE
                                  FN-CORR-ID DELIMITED BY SIZE
                                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
                           END-STRING
                           IF FN-SEVERITY IS NUMERIC
                               STRING ' score=' DELIMITED BY SIZE
                                      FN-SEVERITY DELIMITED BY SIZE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           IF FN-KIND-MFA
                               STRING ' kind=second-factor-required'
                                          DELIMITED BY SIZE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           IF FN-RULE-ID NOT = SPACES
                               STRING ' rule=' DELIMITED BY SIZE
                                      FN-RULE-ID DELIMITED BY SPACE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           IF FN-ENGAGEMENT-ID NOT = SPACES
                               STRING ' eng=' DELIMITED BY SIZE
                                      FN-ENGAGEMENT-ID DELIMITED BY SPACE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           PERFORM 8900-SEND-EVENT
                       END-IF
                   END-IF
           END-READ.

      *>   Alert severity: 4 advisory, 6 degraded, 8 serious, one
      *>   more for an alert escalated for sitting unacknowledged.
      *>   An acknowledgment is 2.  Every alert is looked at for an
      *>   acknowledgment, however old its raise.
       4000-FEED-ALERTS.
           MOVE 3 TO WS-SRC-IX
           PERFORM 8000-START-SOURCE
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-AL-STATUS = '00'
               PERFORM 4100-FEED-ONE-ALERT UNTIL END-OF-INPUT
               CLOSE ALERT-QUEUE-FILE
           ELSE
               IF WS-AL-STATUS = '05'
                   CLOSE ALERT-QUEUE-FILE
               END-IF
           END-IF.

       4100-FEED-ONE-ALERT.
           READ ALERT-QUEUE-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE AL-DATE TO WS-EV-DATE
                   MOVE AL-TIME TO WS-EV-TIME
                   PERFORM 8100-PLACE-RECORD
                   IF WS-EV-IS-NEW
                       MOVE 'ALERT-RAISE' TO WS-EV-TYPE
                       EVALUATE AL-SEVERITY
                           WHEN 3 MOVE 8 TO WS-EV-SEV
                           WHEN 2 MOVE 6 TO WS-EV-SEV
                           WHEN OTHER MOVE 4 TO WS-EV-SEV
                       END-EVALUATE
                       IF AL-ESC-FLAG = 'Y'
                           ADD 1 TO WS-EV-SEV
                       END-IF
                       PERFORM 8200-START-EVENT
                       IF WS-EV-PTR > 0
                           PERFORM 4200-ADD-ALERT-FIELDS
                           MOVE AL-MESSAGE TO WS-EV-TEXT
                           PERFORM 8300-ADD-QUOTED-TEXT
                           PERFORM 8900-SEND-EVENT
                       END-IF
                   END-IF
                   IF AL-STATUS = 'A'
                       PERFORM 4300-FEED-ONE-ACK
                   END-IF
           END-READ.

       4200-ADD-ALERT-FIELDS.
           STRING ' alert=' DELIMITED BY SIZE
                  AL-ID DELIMITED BY SIZE
                  ' source=' DELIMITED BY SIZE
                  AL-SOURCE DELIMITED BY SPACE
                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
           END-STRING
           IF AL-FAILURE-TYPE NOT = SPACES
               STRING ' failure=' DELIMITED BY SIZE
                      AL-FAILURE-TYPE DELIMITED BY SPACE
                      INTO WS-EV-LINE WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.

      *>   The acknowledgment's id is the raise's stamp and place
      *>   under its own prefix; its time is unknown, so it carries
      *>   the raise's.
       4300-FEED-ONE-ACK.
           MOVE 'N' TO WS-AS-FOUND-SW
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT OR WS-ACK-ALREADY-SENT
               IF WS-AS-T-DATE(AS-IDX) = WS-EV-DATE
                   AND WS-AS-T-TIME(AS-IDX) = WS-EV-TIME
                   AND WS-AS-T-ORD(AS-IDX) = WS-EV-ORD
                   SET WS-ACK-ALREADY-SENT TO TRUE
                   MOVE 'Y' TO WS-AS-T-LIVE(AS-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-ACK-ALREADY-SENT
               MOVE 'ALERT-ACK' TO WS-EV-TYPE
               MOVE 2 TO WS-EV-SEV
               MOVE 'AK' TO WS-ID-PREFIX
               PERFORM 8200-START-EVENT
               IF WS-EV-PTR > 0
                   PERFORM 4200-ADD-ALERT-FIELDS
                   STRING ' oper=' DELIMITED BY SIZE
                          AL-ACK-OPER DELIMITED BY SPACE
                          INTO WS-EV-LINE WITH POINTER WS-EV-PTR
                   END-STRING
                   MOVE AL-NOTE TO WS-EV-TEXT
                   PERFORM 8300-ADD-QUOTED-TEXT
                   PERFORM 8900-SEND-EVENT
               END-IF
               ADD 1 TO WS-ACK-SENT-COUNT
               IF WS-AS-COUNT < WS-AS-MAX
                   ADD 1 TO WS-AS-COUNT
                   SET AS-IDX TO WS-AS-COUNT
                   MOVE WS-EV-DATE TO WS-AS-T-DATE(AS-IDX)
                   MOVE WS-EV-TIME TO WS-AS-T-TIME(AS-IDX)
                   MOVE WS-EV-ORD TO WS-AS-T-ORD(AS-IDX)
                   MOVE 'Y' TO WS-AS-T-LIVE(AS-IDX)
               ELSE
                   SET WS-AS-FULL TO TRUE
               END-IF
           END-IF.

      *>   A request blocked by the scope check is 7.  SCOPEEXC
      *>   carries the business date only.
       5000-FEED-SCOPE-REJECTS.
           MOVE 4 TO WS-SRC-IX
           PERFORM 8000-START-SOURCE
           OPEN INPUT SCOPE-EXC-FILE
           IF WS-SX-STATUS = '00'
               PERFORM 5100-FEED-ONE-REJECT UNTIL END-OF-INPUT
               CLOSE SCOPE-EXC-FILE
           ELSE
               IF WS-SX-STATUS = '05'
                   CLOSE SCOPE-EXC-FILE
               END-IF
           END-IF.

       5100-FEED-ONE-REJECT.
           READ SCOPE-EXC-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE SX-DATE TO WS-EV-DATE
                   MOVE 0 TO WS-EV-TIME
                   PERFORM 8100-PLACE-RECORD
                   IF WS-EV-IS-NEW
                       MOVE 'SCOPE-REJECT' TO WS-EV-TYPE
                       MOVE 7 TO WS-EV-SEV
                       PERFORM 8200-START-EVENT
                       IF WS-EV-PTR > 0
                           STRING ' prog=' DELIMITED BY SIZE
                                  SX-PROGRAM-ID DELIMITED BY SPACE
                                  ' site=' DELIMITED BY SIZE
                                  SX-SITE-NAME DELIMITED BY SPACE
                                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
                           END-STRING
                           IF SX-ENGAGEMENT-ID NOT = SPACES
                               STRING ' eng=' DELIMITED BY SIZE
                                      SX-ENGAGEMENT-ID DELIMITED BY SPACE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           MOVE SX-REQUEST-LINE TO WS-EV-TEXT
                           PERFORM 8300-ADD-QUOTED-TEXT
                           PERFORM 8900-SEND-EVENT
                       END-IF
                   END-IF
           END-READ.

      *>   Operator journal severity: a deliberate run-lock seize is
      *>   LOCK-OVERRIDE at 8; a lock-out, a refused vault read, or
      *>   an operator revoked or disabled is 5; a vault read is 4;
      *>   anything else is 2.
       6000-FEED-OPERATOR-JOURNAL.
           MOVE 5 TO WS-SRC-IX
           PERFORM 8000-START-SOURCE
           OPEN INPUT OPERATOR-JOURNAL-FILE
           IF WS-OJ-STATUS = '00'
               PERFORM 6100-FEED-ONE-JOURNAL UNTIL END-OF-INPUT
               CLOSE OPERATOR-JOURNAL-FILE
           ELSE
               IF WS-OJ-STATUS = '05'
                   CLOSE OPERATOR-JOURNAL-FILE
               END-IF
           END-IF.

       6100-FEED-ONE-JOURNAL.
           READ OPERATOR-JOURNAL-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE OJ-DATE TO WS-EV-DATE
                   MOVE OJ-TIME TO WS-EV-TIME
                   PERFORM 8100-PLACE-RECORD
                   IF WS-EV-IS-NEW
                       MOVE 'OPER-ACTION' TO WS-EV-TYPE
                       EVALUATE OJ-FUNCTION
                           WHEN 'LOCK OVERRIDE'
                               MOVE 'LOCK-OVERRIDE' TO WS-EV-TYPE
                               MOVE 8 TO WS-EV-SEV
                           WHEN 'LOCKED OUT'
                           WHEN 'VAULT DENIED'
                           WHEN 'REVOKE OPERATOR'
                           WHEN 'DISABLE OPERATOR'
                           WHEN 'DISABLE UNCERTIFIED'
                               MOVE 5 TO WS-EV-SEV
                           WHEN 'VAULT READ'
                               MOVE 4 TO WS-EV-SEV
                           WHEN OTHER
                               MOVE 2 TO WS-EV-SEV
                       END-EVALUATE
                       PERFORM 8200-START-EVENT
                       IF WS-EV-PTR > 0
                           STRING ' oper=' DELIMITED BY SIZE
                                  OJ-OPERATOR-ID DELIMITED BY SPACE
                                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
                           END-STRING
                           IF OJ-TICKET NOT = SPACES
                               STRING ' ticket=' DELIMITED BY SIZE
                                      OJ-TICKET DELIMITED BY SPACE
                                      INTO WS-EV-LINE
                                      WITH POINTER WS-EV-PTR
                               END-STRING
                           END-IF
                           MOVE SPACES TO WS-EV-TEXT
                           STRING OJ-FUNCTION DELIMITED BY '  '
                                  ': ' DELIMITED BY SIZE
                                  OJ-PARMS DELIMITED BY SIZE
                                  INTO WS-EV-TEXT
                           END-STRING
                           PERFORM 8300-ADD-QUOTED-TEXT
                           PERFORM 8900-SEND-EVENT
                       END-IF
                   END-IF
           END-READ.

       7000-WRITE-CONTROL.
           OPEN OUTPUT FEED-CTL-FILE
           IF WS-CK-STATUS = '00' OR WS-CK-STATUS = '05'
               PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > 5
                   MOVE SPACES TO FEED-CTL-RECORD
                   MOVE WS-MK-SOURCE(MK-IDX) TO CK-SOURCE
                   MOVE WS-MK-NEW-DATE(MK-IDX) TO CK-DATE
                   MOVE WS-MK-NEW-TIME(MK-IDX) TO CK-TIME
                   MOVE WS-MK-NEW-ORD(MK-IDX) TO CK-ORD
                   WRITE FEED-CTL-RECORD
               END-PERFORM
               CLOSE FEED-CTL-FILE
           ELSE
               DISPLAY 'SIEMFEED: SIEMCK NOT WRITABLE, STATUS '
                       WS-CK-STATUS ' -- EVENTS WILL BE SENT AGAIN'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>   Only alerts still on the queue are kept; one housekeeping
      *>   has taken away cannot be acknowledged again.
       7100-WRITE-ACKS-SENT.
           OPEN OUTPUT ACK-SENT-FILE
           IF WS-AS-STATUS = '00' OR WS-AS-STATUS = '05'
               PERFORM VARYING AS-IDX FROM 1 BY 1
                       UNTIL AS-IDX > WS-AS-COUNT
                   IF WS-AS-T-LIVE(AS-IDX) = 'Y'
                       MOVE SPACES TO ACK-SENT-RECORD
                       MOVE WS-AS-T-DATE(AS-IDX) TO AS-DATE
                       MOVE WS-AS-T-TIME(AS-IDX) TO AS-TIME
                       MOVE WS-AS-T-ORD(AS-IDX) TO AS-ORD
                       WRITE ACK-SENT-RECORD
                   END-IF
               END-PERFORM
               CLOSE ACK-SENT-FILE
           ELSE
               DISPLAY 'SIEMFEED: SIEMAKS NOT WRITABLE, STATUS '
                       WS-AS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>   The spool holds every earlier run's events ahead of this
      *>   run's, so only the lines this run added are registered.
       7200-REGISTER-TRANSMISSION.
           MOVE 'SIEMFEED' TO WS-TX-INTERFACE
           MOVE 'SIEMFEED' TO WS-TX-FILE-NAME
           MOVE SPACES TO WS-TX-REFERENCE
           MOVE WS-SPOOL-ADDED TO WS-TX-TAIL-COUNT
           CALL 'TXREG' USING WS-TX-INTERFACE, WS-TX-FILE-NAME,
               WS-TX-REFERENCE, WS-TX-TAIL-COUNT,
               WS-TX-LEDGER-ID, WS-TX-RESULT
           IF NOT WS-TX-REGISTERED
               DISPLAY 'SIEMFEED: THIS RUN''S EVENTS NOT ON THE '
                       'TRANSMISSION LEDGER -- REGISTER THEM BY HAND'
           END-IF.

       8000-START-SOURCE.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-PREV-DATE WS-PREV-TIME WS-EV-ORD.

      *>   A record's place counts it among the run of records with
      *>   the same stamp; it is new when its stamp and place come
      *>   after the source's mark, and the mark to be saved is the
      *>   latest stamp and place read.
       8100-PLACE-RECORD.
           IF WS-EV-DATE NOT NUMERIC
               MOVE 0 TO WS-EV-DATE
           END-IF
           IF WS-EV-TIME NOT NUMERIC
               MOVE 0 TO WS-EV-TIME
           END-IF
           IF WS-EV-DATE = WS-PREV-DATE AND WS-EV-TIME = WS-PREV-TIME
               ADD 1 TO WS-EV-ORD
           ELSE
               MOVE 1 TO WS-EV-ORD
               MOVE WS-EV-DATE TO WS-PREV-DATE
               MOVE WS-EV-TIME TO WS-PREV-TIME
           END-IF
           MOVE WS-MK-PREFIX(WS-SRC-IX) TO WS-ID-PREFIX
           MOVE 'N' TO WS-EV-NEW-SW
           EVALUATE TRUE
               WHEN WS-EV-DATE > WS-MK-DATE(WS-SRC-IX)
                   SET WS-EV-IS-NEW TO TRUE
               WHEN WS-EV-DATE < WS-MK-DATE(WS-SRC-IX)
                   CONTINUE
               WHEN WS-EV-TIME > WS-MK-TIME(WS-SRC-IX)
                   SET WS-EV-IS-NEW TO TRUE
               WHEN WS-EV-TIME < WS-MK-TIME(WS-SRC-IX)
                   CONTINUE
               WHEN WS-EV-ORD > WS-MK-ORD(WS-SRC-IX)
                   SET WS-EV-IS-NEW TO TRUE
           END-EVALUATE
           IF WS-EV-IS-NEW
               IF WS-EV-DATE > WS-MK-NEW-DATE(WS-SRC-IX)
                   OR (WS-EV-DATE = WS-MK-NEW-DATE(WS-SRC-IX)
                       AND WS-EV-TIME > WS-MK-NEW-TIME(WS-SRC-IX))
                   OR (WS-EV-DATE = WS-MK-NEW-DATE(WS-SRC-IX)
                       AND WS-EV-TIME = WS-MK-NEW-TIME(WS-SRC-IX)
                       AND WS-EV-ORD > WS-MK-NEW-ORD(WS-SRC-IX))
                   MOVE WS-EV-DATE TO WS-MK-NEW-DATE(WS-SRC-IX)
                   MOVE WS-EV-TIME TO WS-MK-NEW-TIME(WS-SRC-IX)
                   MOVE WS-EV-ORD TO WS-MK-NEW-ORD(WS-SRC-IX)
               END-IF
           END-IF.

      *>   Starts the event line with its stamp, id, type and
      *>   severity; an event under the minimum severity is counted
      *>   and left with a zero pointer, which the caller tests.
       8200-START-EVENT.
           IF WS-EV-SEV < WS-MIN-SEVERITY
               ADD 1 TO WS-MK-HELD(WS-SRC-IX)
               MOVE 0 TO WS-EV-PTR
           ELSE
               MOVE SPACES TO WS-EV-LINE
               MOVE 1 TO WS-EV-PTR
               PERFORM 8210-ADD-EVENT-HEADER
           END-IF.

       8210-ADD-EVENT-HEADER.
           MOVE WS-EV-DATE TO WS-ID-DATE
           MOVE WS-EV-TIME TO WS-ID-TIME
           MOVE WS-EV-ORD TO WS-ID-ORD
           MOVE WS-EV-YYYY TO WS-TS-YYYY
           MOVE WS-EV-MM TO WS-TS-MM
           MOVE WS-EV-DD TO WS-TS-DD
           MOVE WS-EV-HH TO WS-TS-HH
           MOVE WS-EV-MI TO WS-TS-MI
           MOVE WS-EV-SS TO WS-TS-SS
           STRING 'ts=' DELIMITED BY SIZE
                  WS-EV-TS DELIMITED BY SIZE
                  ' id=' DELIMITED BY SIZE
                  WS-EV-ID DELIMITED BY SIZE
                  ' app=BRUTEFRC type=' DELIMITED BY SIZE
                  WS-EV-TYPE DELIMITED BY SPACE
                  ' sev=' DELIMITED BY SIZE
                  WS-EV-SEV DELIMITED BY SIZE
                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
           END-STRING.

      *>   Free text goes last, quoted, with any double quote in it
      *>   turned to a single one.
       8300-ADD-QUOTED-TEXT.
           INSPECT WS-EV-TEXT REPLACING ALL '"' BY "'"
           STRING ' msg="' DELIMITED BY SIZE
                  WS-EV-TEXT DELIMITED BY '  '
                  '"' DELIMITED BY SIZE
                  INTO WS-EV-LINE WITH POINTER WS-EV-PTR
           END-STRING.

       8900-SEND-EVENT.
           WRITE SIEM-FEED-RECORD FROM WS-EV-LINE
           ADD 1 TO WS-MK-SENT(WS-SRC-IX)
           ADD 1 TO WS-SPOOL-ADDED.

       COPY PARMPA.
