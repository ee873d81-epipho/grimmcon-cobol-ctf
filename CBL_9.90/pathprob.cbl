       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  GET1 only ever asks for each
      *>               site's base path, so an admin console, a backup
      *>               file or a forgotten endpoint sitting beside it
      *>               is never tried.  This probe requests every path
      *>               on the wordlist (PATHWORD, one path per line,
      *>               '*' lines are comments) under the base path of
      *>               every site in the run's site selection, under
      *>               the same maintenance-window, engagement-scope,
      *>               nightly-budget, pacing (PATHPROB/DELAY-SECS,
      *>               overridden per site by PACING/<site>) and
      *>               correlation-ID controls as the sweeps.  Each
      *>               captured response (PATHRESP, usual correlation-
      *>               ID capture convention) is judged against the
      *>               site's not-found signature (PATHNFSG: a code,
      *>               some text the capture carries after it, or
      *>               both; DEFAULT lines serve any site without its
      *>               own; with none on file a 404 is not found).
      *>               Anything else means the path exists and it is
      *>               kept on the discovered-paths register
      *>               (PATHDISC) with its response code, the date it
      *>               was first and last found and the correlation
      *>               ID that found it; a registered path that now
      *>               answers not-found is marked gone.  A big
      *>               wordlist can span nights: the place reached is
      *>               checkpointed to PATHCKP after every request and
      *>               the next run resumes from it, and PATHPROB/
      *>               MAX-PER-RUN caps the requests one run sends
      *>               (zero or absent = no cap).  PATHRPT gives each
      *>               site's counts and lists the paths new since
      *>               the previous run and those no longer found.
      *>               A budget or cap stop ends with RETURN-CODE 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATHPROB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORDLIST-FILE ASSIGN TO "PATHWORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-STATUS.
           SELECT OPTIONAL SIGNATURE-FILE ASSIGN TO "PATHNFSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NS-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO "PATHRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT OPTIONAL DISCOVERED-FILE ASSIGN TO "PATHDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "PATHCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PATH-REPORT-FILE ASSIGN TO "PATHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY PARMFC.
           COPY SITEDFC.
           COPY SGRPFC.
           COPY CORRFC.
           COPY PROBERFC.
           COPY BIZDTFC.
           COPY BUDGFC.
           COPY MWINFC.
           COPY SCOPEFC.

       DATA DIVISION.
       FILE SECTION.
       FD  WORDLIST-FILE.
       01  WORDLIST-RECORD          PIC X(50).

      *>   NS-CODE is the status code a missing path answers with
      *>   (blank = any code); NS-TEXT is text the capture carries
      *>   after the code on a missing path (blank = the code alone
      *>   decides).  Text matches ignore case.
       FD  SIGNATURE-FILE.
       01  SIGNATURE-RECORD.
           05 NS-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 NS-CODE               PIC X(3).
           05 FILLER                PIC X.
           05 NS-TEXT               PIC X(40).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD          PIC X(80).

      *>   PD-STATUS A = answering when last tried, G = gone (now
      *>   answers with the site's not-found signature).
       FD  DISCOVERED-FILE.
       01  DISCOVERED-RECORD.
           05 PD-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 PD-PATH               PIC X(50).
           05 FILLER                PIC X.
           05 PD-CODE               PIC X(3).
           05 FILLER                PIC X.
           05 PD-FIRST-SEEN         PIC 9(8).
           05 FILLER                PIC X.
           05 PD-LAST-SEEN          PIC 9(8).
           05 FILLER                PIC X.
           05 PD-CORR-ID            PIC 9(8).
           05 FILLER                PIC X.
           05 PD-STATUS             PIC X(1).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 CK-WORD-IDX           PIC 9(5).

       FD  PATH-REPORT-FILE.
       01  PATH-REPORT-RECORD       PIC X(132).

       COPY PARMFD.
       COPY SITEDFD.
       COPY SGRPFD.
       COPY CORRFD.
       COPY PROBERFD.
       COPY BIZDTFD.
       COPY BUDGFD.
       COPY MWINFD.
       COPY SCOPEFD.

       WORKING-STORAGE SECTION.
           COPY HTTPREQ.
           COPY PARMWS.
           COPY RSPMWS.
           COPY MSGLVWS.
           COPY SITEDTWS.
           COPY SGRPWS.
           COPY CORRWS.
           COPY PROBERWS.
           COPY BIZDTWS.
           COPY BUDGWS.
           COPY MWINWS.
           COPY SCOPEWS.
           COPY FILESTWS.
           01 WS-WD-STATUS          PIC X(2).
           01 WS-NS-STATUS          PIC X(2).
           01 WS-RS-STATUS          PIC X(2).
           01 WS-PD-STATUS          PIC X(2).
           01 WS-CKPT-STATUS        PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-WD-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-WORDLIST    VALUE 'Y'.
           01 WS-NS-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-SIGNATURES  VALUE 'Y'.
           01 WS-RESP-EOF-SW        PIC X VALUE 'N'.
              88 END-OF-RESPONSES   VALUE 'Y'.
           01 WS-PD-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-DISCOVERED  VALUE 'Y'.
           01 WS-LOWER-CASE         PIC X(26)
                                    VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-UPPER-CASE         PIC X(26)
                                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-DELAY-SECONDS      PIC 9(4) VALUE 1.
           01 WS-BASE-DELAY         PIC 9(4) VALUE 1.
           01 WS-MAX-PER-RUN        PIC 9(6) VALUE 0.
           01 WS-SENT-COUNT         PIC 9(6) VALUE 0.
           01 WS-CAP-SW             PIC X VALUE 'N'.
              88 WS-RUN-CAP-REACHED VALUE 'Y'.
      *>   The wordlist, leading slash dropped (the base path ends
      *>   in one).
           01 WS-WORD-COUNT         PIC 9(5) VALUE 0.
           01 WS-WORD-DROPPED       PIC 9(5) VALUE 0.
           01 WS-WORD-TABLE.
              05 WS-WORD-PATH OCCURS 5000 TIMES
                                    INDEXED BY WD-IDX PIC X(50).
      *>   Not-found signatures, the text held upper-cased with its
      *>   length for the substring match.
           01 WS-SIG-COUNT          PIC 9(3) VALUE 0.
           01 WS-SIG-TABLE.
              05 WS-SIG-ENTRY OCCURS 100 TIMES INDEXED BY NS-IDX.
                 10 WS-NS-SITE         PIC X(8).
                 10 WS-NS-CODE         PIC X(3).
                 10 WS-NS-TEXT-UP      PIC X(40).
                 10 WS-NS-TEXT-LEN     PIC 9(2).
           01 WS-SIG-SITE           PIC X(8).
           01 WS-TEXT-LEN           PIC 9(2).
      *>   The discovered-paths register: what was on file plus what
      *>   was found tonight, rewritten whole at the end.
           01 WS-DISC-COUNT         PIC 9(5) VALUE 0.
           01 WS-DISC-DROPPED       PIC 9(5) VALUE 0.
           01 WS-DISC-TABLE.
              05 WS-DISC-ENTRY OCCURS 5000 TIMES INDEXED BY PD-IDX.
                 10 WS-PD-T-SITE       PIC X(8).
                 10 WS-PD-T-PATH       PIC X(50).
                 10 WS-PD-T-CODE       PIC X(3).
                 10 WS-PD-T-FIRST      PIC 9(8).
                 10 WS-PD-T-LAST       PIC 9(8).
                 10 WS-PD-T-CORR-ID    PIC 9(8).
                 10 WS-PD-T-STATUS     PIC X(1).
                 10 WS-PD-T-TONIGHT    PIC X(1).
      *>   Where tonight's run starts: the checkpointed site and
      *>   the word after the last one it sent.
           01 WS-START-SITE-IDX     PIC 9(3) VALUE 1.
           01 WS-START-WORD-IDX     PIC 9(5) VALUE 1.
           01 WS-FIRST-WORD-IDX     PIC 9(5).
      *>   Per-site tallies, parallel to the site fan-out table.
           01 WS-SITE-STATS.
              05 WS-SS-ENTRY OCCURS 50 TIMES.
                 10 WS-SS-TRIED        PIC 9(5).
                 10 WS-SS-FOUND        PIC 9(5).
                 10 WS-SS-NEW          PIC 9(5).
                 10 WS-SS-GONE         PIC 9(5).
                 10 WS-SS-NO-RESP      PIC 9(5).
                 10 WS-SS-NOTE         PIC X(30).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-VERDICT            PIC X(1).
              88 WS-VERDICT-EXISTS  VALUE 'E'.
              88 WS-VERDICT-NOT-FOUND VALUE 'N'.
              88 WS-VERDICT-NO-RESP VALUE 'R'.
           01 WS-EXTRA-UP           PIC X(40).
           01 WS-MATCH-TALLY        PIC 9(3).
           01 WS-TOT-TRIED          PIC 9(6) VALUE 0.
           01 WS-TOT-FOUND          PIC 9(6) VALUE 0.
           01 WS-TOT-NEW            PIC 9(6) VALUE 0.
           01 WS-TOT-GONE           PIC 9(6) VALUE 0.
           01 WS-TOT-NO-RESP        PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-SITE-LINE.
              05 WS-SL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-TRIED        PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-FOUND        PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NEW          PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-GONE         PIC Z(5)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NO-RESP      PIC Z(6)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-SL-NOTE         PIC X(30).
           01 WS-PATH-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-PL-SITE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-PL-CODE         PIC X(3).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-PL-CORR-ID      PIC 9(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-PL-PATH         PIC X(50).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-PL-NOTE         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'PATHPROB' TO WS-FS-PROGRAM-ID
           MOVE 'PATHPROB' TO WS-PM-PROGRAM-ID
           PERFORM 8990-GET-MSG-LEVEL THRU 8990-GET-MSG-LEVEL-EXIT
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           PERFORM 1000-LOAD-PARMS
           PERFORM 1100-LOAD-WORDLIST
           IF WS-WORD-COUNT = 0
               DISPLAY 'PATHPROB: PATHWORD EMPTY OR MISSING -- '
                       'NOTHING TO PROBE'
               GOBACK
           END-IF
           PERFORM 1200-LOAD-SIGNATURES
           PERFORM 1300-LOAD-DISCOVERED
           OPEN INPUT RESPONSE-FILE
           IF WS-RS-STATUS = '00'
               PERFORM 8850-LOAD-RESPONSE-TABLE THRU
                   8850-LOAD-RESPONSE-TABLE-EXIT
               CLOSE RESPONSE-FILE
           END-IF
           PERFORM 8270-LOAD-MAINT-CAL THRU 8270-LOAD-MAINT-CAL-EXIT
           PERFORM 8440-LOAD-SCOPE THRU 8440-LOAD-SCOPE-EXIT
           MOVE 'PATHPROB' TO WS-GS-PROGRAM-ID
           PERFORM 8250-LOAD-SITE-TABLE THRU 8250-LOAD-SITE-TABLE-EXIT
           PERFORM 1400-RESTORE-CHECKPOINT
           MOVE 'User-Agent: COBOL' TO USERAGENT
           PERFORM 2000-PROBE-ONE-SITE THRU 2000-PROBE-ONE-SITE-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           PERFORM 8950-REPORT-ORPHAN-RESPONSES THRU
               8950-REPORT-ORPHAN-RESPONSES-EXIT
           IF NOT WS-BUDGET-EXHAUSTED AND NOT WS-RUN-CAP-REACHED
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF
           PERFORM 4000-WRITE-DISCOVERED
           PERFORM 5000-WRITE-REPORT
           DISPLAY 'PATHPROB TRIED: ' WS-TOT-TRIED
                   '  FOUND: ' WS-TOT-FOUND
                   '  NEW: ' WS-TOT-NEW
                   '  GONE: ' WS-TOT-GONE
                   '  NO RESPONSE: ' WS-TOT-NO-RESP
           IF WS-BUDGET-EXHAUSTED
               DISPLAY 'PATHPROB STOPPED -- NIGHTLY BUDGET EXHAUSTED, '
                       'RESUMES FROM PATHCKP'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RUN-CAP-REACHED
               DISPLAY 'PATHPROB STOPPED -- MAX-PER-RUN ' WS-MAX-PER-RUN
                       ' REACHED, RESUMES FROM PATHCKP'
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PARMS.
           MOVE 'PATHPROB' TO WS-PM-PROGRAM-ID
           MOVE 'DELAY-SECS' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-BASE-DELAY
           END-IF
           MOVE 'MAX-PER-RUN' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-MAX-PER-RUN
           END-IF.

       1100-LOAD-WORDLIST.
           OPEN INPUT WORDLIST-FILE
           IF WS-WD-STATUS = '00'
               PERFORM 1110-READ-ONE-WORD UNTIL END-OF-WORDLIST
               CLOSE WORDLIST-FILE
           END-IF
           IF WS-WORD-DROPPED > 0
               DISPLAY 'PATHPROB WARNING: WORDLIST TABLE FULL, '
                       WS-WORD-DROPPED ' PATHS NOT LOADED'
           END-IF.

       1110-READ-ONE-WORD.
           READ WORDLIST-FILE
               AT END SET END-OF-WORDLIST TO TRUE
               NOT AT END
                   IF WORDLIST-RECORD(1:1) = '/'
                       MOVE WORDLIST-RECORD(2:) TO WORDLIST-RECORD
                   END-IF
                   IF WORDLIST-RECORD NOT = SPACES
                       AND WORDLIST-RECORD(1:1) NOT = '*'
                       IF WS-WORD-COUNT < 5000
                           ADD 1 TO WS-WORD-COUNT
                           MOVE WORDLIST-RECORD
                               TO WS-WORD-PATH(WS-WORD-COUNT)
                       ELSE
                           ADD 1 TO WS-WORD-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-SIGNATURES.
           OPEN INPUT SIGNATURE-FILE
           IF WS-NS-STATUS = '00' OR WS-NS-STATUS = '05'
               PERFORM 1210-READ-ONE-SIGNATURE UNTIL END-OF-SIGNATURES
               CLOSE SIGNATURE-FILE
           END-IF.

       1210-READ-ONE-SIGNATURE.
           READ SIGNATURE-FILE
               AT END SET END-OF-SIGNATURES TO TRUE
               NOT AT END
                   IF NS-SITE-NAME NOT = SPACES
                       AND NS-SITE-NAME(1:1) NOT = '*'
                       AND (NS-CODE NOT = SPACES OR NS-TEXT NOT = SPACES)
                       AND WS-SIG-COUNT < 100
                       ADD 1 TO WS-SIG-COUNT
                       SET NS-IDX TO WS-SIG-COUNT
                       MOVE NS-SITE-NAME TO WS-NS-SITE(NS-IDX)
                       MOVE NS-CODE TO WS-NS-CODE(NS-IDX)
                       MOVE NS-TEXT TO WS-NS-TEXT-UP(NS-IDX)
                       INSPECT WS-NS-TEXT-UP(NS-IDX)
                           CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       MOVE 0 TO WS-NS-TEXT-LEN(NS-IDX)
                       IF NS-TEXT NOT = SPACES
                           MOVE 40 TO WS-TEXT-LEN
                           PERFORM UNTIL WS-TEXT-LEN = 1
                                  OR NS-TEXT(WS-TEXT-LEN:1) NOT = SPACE
                               SUBTRACT 1 FROM WS-TEXT-LEN
                           END-PERFORM
                           MOVE WS-TEXT-LEN TO WS-NS-TEXT-LEN(NS-IDX)
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-DISCOVERED.
           OPEN INPUT DISCOVERED-FILE
           IF WS-PD-STATUS = '00' OR WS-PD-STATUS = '05'
               PERFORM 1310-READ-ONE-DISCOVERED UNTIL END-OF-DISCOVERED
               CLOSE DISCOVERED-FILE
           END-IF.

       1310-READ-ONE-DISCOVERED.
           READ DISCOVERED-FILE
               AT END SET END-OF-DISCOVERED TO TRUE
               NOT AT END
                   IF PD-PATH NOT = SPACES
                       IF WS-DISC-COUNT < 5000
                           ADD 1 TO WS-DISC-COUNT
                           SET PD-IDX TO WS-DISC-COUNT
                           MOVE PD-SITE-NAME TO WS-PD-T-SITE(PD-IDX)
                           MOVE PD-PATH TO WS-PD-T-PATH(PD-IDX)
                           MOVE PD-CODE TO WS-PD-T-CODE(PD-IDX)
                           MOVE PD-FIRST-SEEN TO WS-PD-T-FIRST(PD-IDX)
                           MOVE PD-LAST-SEEN TO WS-PD-T-LAST(PD-IDX)
                           MOVE PD-CORR-ID TO WS-PD-T-CORR-ID(PD-IDX)
                           MOVE PD-STATUS TO WS-PD-T-STATUS(PD-IDX)
                           MOVE 'N' TO WS-PD-T-TONIGHT(PD-IDX)
                       ELSE
                           ADD 1 TO WS-DISC-DROPPED
                       END-IF
                   END-IF
           END-READ.

      *>   A checkpoint names the site and the last word sent to it.
      *>   Sites ahead of it in the fan-out were finished on an
      *>   earlier night of this pass through the wordlist; a site
      *>   no longer in the selection restarts the pass from the top.
       1400-RESTORE-CHECKPOINT.
           MOVE 1 TO WS-START-SITE-IDX
           MOVE 1 TO WS-START-WORD-IDX
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00' OR WS-CKPT-STATUS = '05'
               READ CHECKPOINT-FILE
                   AT END MOVE SPACES TO CK-SITE-NAME
               END-READ
               IF WS-CKPT-STATUS = '00' AND CK-SITE-NAME NOT = SPACES
                   AND CK-WORD-IDX IS NUMERIC
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING ST-IDX FROM 1 BY 1
                           UNTIL ST-IDX > WS-SITE-TABLE-COUNT
                              OR WS-FOUND
                       IF WS-ST-SITE-NAME(ST-IDX) = CK-SITE-NAME
                           SET WS-FOUND TO TRUE
                           SET WS-START-SITE-IDX TO ST-IDX
                       END-IF
                   END-PERFORM
                   IF WS-FOUND
                       COMPUTE WS-START-WORD-IDX = CK-WORD-IDX + 1
                       IF WS-START-WORD-IDX > WS-WORD-COUNT
                           ADD 1 TO WS-START-SITE-IDX
                           MOVE 1 TO WS-START-WORD-IDX
                       END-IF
                       DISPLAY 'PATHPROB RESUMING AT ' CK-SITE-NAME
                               ' AFTER WORD ' CK-WORD-IDX
                   ELSE
                       DISPLAY 'PATHPROB: CHECKPOINT SITE '
                               CK-SITE-NAME ' NOT IN THIS RUN -- '
                               'STARTING FROM THE TOP'
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>   A site is probed only when it is outside any maintenance
      *>   window and inside the engagement scope.
       2000-PROBE-ONE-SITE.
           MOVE 0 TO WS-SS-TRIED(ST-IDX) WS-SS-FOUND(ST-IDX)
                     WS-SS-NEW(ST-IDX) WS-SS-GONE(ST-IDX)
                     WS-SS-NO-RESP(ST-IDX)
           MOVE SPACES TO WS-SS-NOTE(ST-IDX)
           IF ST-IDX < WS-START-SITE-IDX
               MOVE 'DONE ON AN EARLIER RUN' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           IF WS-BUDGET-EXHAUSTED OR WS-RUN-CAP-REACHED
               MOVE 'NOT REACHED -- NEXT RUN' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           IF ST-IDX = WS-START-SITE-IDX
               MOVE WS-START-WORD-IDX TO WS-FIRST-WORD-IDX
           ELSE
               MOVE 1 TO WS-FIRST-WORD-IDX
           END-IF
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-MW-SITE-NAME
           PERFORM 8280-CHECK-MAINT-WINDOW THRU
               8280-CHECK-MAINT-WINDOW-EXIT
           IF WS-SITE-IN-MAINT
               DISPLAY 'PATHPROB SKIPPED (MAINTENANCE WINDOW): '
                       WS-MW-SITE-NAME ' ' WS-MW-REASON
               MOVE 'SKIPPED -- MAINTENANCE' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
           MOVE 'PATHPROB' TO WS-SC-PROGRAM
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SC-SITE
           PERFORM 8450-CHECK-SCOPE THRU 8450-CHECK-SCOPE-EXIT
           IF WS-OUT-OF-SCOPE
               MOVE SPACES TO GETLINE
               PERFORM 8455-WRITE-SCOPE-EXC THRU
                   8455-WRITE-SCOPE-EXC-EXIT
               MOVE 'BLOCKED -- OUT OF SCOPE' TO WS-SS-NOTE(ST-IDX)
               GO TO 2000-PROBE-ONE-SITE-EXIT
           END-IF
      *>   A measured per-site pacing (RATECAL, approved into
      *>   PACING/<site>) overrides the program-wide delay.
           MOVE WS-BASE-DELAY TO WS-DELAY-SECONDS
           MOVE 'PACING' TO WS-PM-PROGRAM-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:4) TO WS-DELAY-SECONDS
           END-IF
           MOVE 'PATHPROB' TO WS-PM-PROGRAM-ID
           MOVE WS-SC-ENGAGEMENT TO WS-PR-ENGAGEMENT-ID
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PR-SITE-NAME
           MOVE SPACES TO HOSTLINE
           STRING 'Host: ' DELIMITED BY SIZE
                  WS-ST-HOSTPORT(ST-IDX) DELIMITED BY SPACE
                  INTO HOSTLINE
           END-STRING
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SIG-SITE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > WS-SIG-COUNT OR WS-FOUND
               IF WS-NS-SITE(NS-IDX) = WS-SIG-SITE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE 'DEFAULT' TO WS-SIG-SITE
           END-IF
           PERFORM 2100-PROBE-ONE-PATH THRU 2100-PROBE-ONE-PATH-EXIT
               VARYING WD-IDX FROM WS-FIRST-WORD-IDX BY 1
               UNTIL WD-IDX > WS-WORD-COUNT
                  OR WS-BUDGET-EXHAUSTED
                  OR WS-RUN-CAP-REACHED
           EVALUATE TRUE
               WHEN WD-IDX NOT > WS-WORD-COUNT AND WS-BUDGET-EXHAUSTED
                   MOVE 'STOPPED -- BUDGET' TO WS-SS-NOTE(ST-IDX)
               WHEN WD-IDX NOT > WS-WORD-COUNT AND WS-RUN-CAP-REACHED
                   MOVE 'STOPPED -- MAX-PER-RUN' TO WS-SS-NOTE(ST-IDX)
               WHEN WS-FIRST-WORD-IDX > 1
                   MOVE 'RESUMED AND COMPLETED' TO WS-SS-NOTE(ST-IDX)
               WHEN OTHER
                   MOVE 'COMPLETED' TO WS-SS-NOTE(ST-IDX)
           END-EVALUATE.
       2000-PROBE-ONE-SITE-EXIT.
           EXIT.

       2100-PROBE-ONE-PATH.
           IF WS-MAX-PER-RUN > 0 AND WS-SENT-COUNT NOT < WS-MAX-PER-RUN
               SET WS-RUN-CAP-REACHED TO TRUE
               GO TO 2100-PROBE-ONE-PATH-EXIT
           END-IF
           PERFORM 9500-SPEND-BUDGET THRU 9500-SPEND-BUDGET-EXIT
           IF WS-BUDGET-EXHAUSTED
               GO TO 2100-PROBE-ONE-PATH-EXIT
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE SPACES TO GETLINE
           STRING 'GET ' DELIMITED BY SIZE
                  WS-ST-BASE-PATH(ST-IDX) DELIMITED BY SPACE
                  WS-WORD-PATH(WD-IDX) DELIMITED BY SPACE
                  ' HTTP/1.1' DELIMITED BY SIZE
                  INTO GETLINE
           END-STRING
           PERFORM 9200-NEXT-CORRELATION-ID THRU
               9200-NEXT-CORRELATION-ID-EXIT
           MOVE SPACES TO CORRIDLINE
           STRING 'X-Correlation-Id: ' DELIMITED BY SIZE
                  WS-CORR-ID DELIMITED BY SIZE
                  INTO CORRIDLINE
           END-STRING
           EVALUATE TRUE
               WHEN WS-MSG-TRACE
                   DISPLAY GETLINE
                   DISPLAY HOSTLINE
                   DISPLAY USERAGENT
                   DISPLAY CORRIDLINE
                   DISPLAY CR
               WHEN WS-MSG-NORMAL
                   DISPLAY GETLINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-SS-TRIED(ST-IDX)
           PERFORM 8900-FIND-RESPONSE THRU 8900-FIND-RESPONSE-EXIT
           PERFORM 2200-CLASSIFY-RESPONSE
           EVALUATE TRUE
               WHEN WS-VERDICT-EXISTS
                   ADD 1 TO WS-SS-FOUND(ST-IDX)
                   PERFORM 2300-RECORD-FOUND-PATH
               WHEN WS-VERDICT-NOT-FOUND
                   PERFORM 2400-RECORD-MISSING-PATH
               WHEN OTHER
                   ADD 1 TO WS-SS-NO-RESP(ST-IDX)
           END-EVALUATE
           MOVE 'PATHPROB' TO WS-PR-PROGRAM-ID
           MOVE GETLINE TO WS-PR-REQUEST-LINE
           MOVE WS-RM-RESPONSE-CODE TO WS-PR-RESPONSE-CODE
           MOVE WS-CORR-ID TO WS-PR-CORRELATION-ID
           PERFORM 8100-WRITE-PROBE-RESULT THRU
               8100-WRITE-PROBE-RESULT-EXIT
           PERFORM 3000-WRITE-CHECKPOINT
           CALL 'C$SLEEP' USING WS-DELAY-SECONDS.
       2100-PROBE-ONE-PATH-EXIT.
           EXIT.

      *>   Not found when any of the site's signatures (or DEFAULT's,
      *>   when the site has none) matches: its code, when it has
      *>   one, and its text, when it has one, anywhere in the text
      *>   the capture carries after the code.  With no signature
      *>   at all a 404 is not found.
       2200-CLASSIFY-RESPONSE.
           IF NOT WS-RM-FOUND
               SET WS-VERDICT-NO-RESP TO TRUE
           ELSE
               SET WS-VERDICT-EXISTS TO TRUE
               MOVE WS-RM-MATCHED-EXTRA TO WS-EXTRA-UP
               INSPECT WS-EXTRA-UP
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2210-TRY-ONE-SIGNATURE
                   VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > WS-SIG-COUNT
                      OR WS-VERDICT-NOT-FOUND
               IF NOT WS-FOUND AND WS-RM-RESPONSE-CODE = '404'
                   SET WS-VERDICT-NOT-FOUND TO TRUE
               END-IF
           END-IF.

       2210-TRY-ONE-SIGNATURE.
           IF WS-NS-SITE(NS-IDX) = WS-SIG-SITE
               SET WS-FOUND TO TRUE
               IF WS-NS-CODE(NS-IDX) = SPACES
                   OR WS-NS-CODE(NS-IDX) = WS-RM-RESPONSE-CODE
                   MOVE 1 TO WS-MATCH-TALLY
                   IF WS-NS-TEXT-LEN(NS-IDX) > 0
                       MOVE 0 TO WS-MATCH-TALLY
                       INSPECT WS-EXTRA-UP TALLYING WS-MATCH-TALLY
                           FOR ALL WS-NS-TEXT-UP(NS-IDX)
                               (1:WS-NS-TEXT-LEN(NS-IDX))
                   END-IF
                   IF WS-MATCH-TALLY > 0
                       SET WS-VERDICT-NOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      *>   A path not on the register, or on it as gone, is new
      *>   since the previous run.
       2300-RECORD-FOUND-PATH.
           PERFORM 2500-FIND-REGISTERED-PATH
           IF WS-FOUND
               IF WS-PD-T-STATUS(PD-IDX) NOT = 'A'
                   ADD 1 TO WS-SS-NEW(ST-IDX)
                   MOVE 'Y' TO WS-PD-T-TONIGHT(PD-IDX)
               END-IF
           ELSE
               IF WS-DISC-COUNT < 5000
                   ADD 1 TO WS-DISC-COUNT
                   SET PD-IDX TO WS-DISC-COUNT
                   MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-PD-T-SITE(PD-IDX)
                   MOVE WS-WORD-PATH(WD-IDX) TO WS-PD-T-PATH(PD-IDX)
                   MOVE WS-BIZ-DATE TO WS-PD-T-FIRST(PD-IDX)
                   MOVE 'Y' TO WS-PD-T-TONIGHT(PD-IDX)
                   ADD 1 TO WS-SS-NEW(ST-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DISC-DROPPED
               END-IF
           END-IF
           IF WS-FOUND
               MOVE WS-RM-RESPONSE-CODE TO WS-PD-T-CODE(PD-IDX)
               MOVE WS-BIZ-DATE TO WS-PD-T-LAST(PD-IDX)
               MOVE WS-CORR-ID TO WS-PD-T-CORR-ID(PD-IDX)
               MOVE 'A' TO WS-PD-T-STATUS(PD-IDX)
           END-IF.

       2400-RECORD-MISSING-PATH.
           PERFORM 2500-FIND-REGISTERED-PATH
           IF WS-FOUND AND WS-PD-T-STATUS(PD-IDX) = 'A'
               MOVE 'G' TO WS-PD-T-STATUS(PD-IDX)
               MOVE 'G' TO WS-PD-T-TONIGHT(PD-IDX)
               MOVE WS-CORR-ID TO WS-PD-T-CORR-ID(PD-IDX)
               MOVE WS-RM-RESPONSE-CODE TO WS-PD-T-CODE(PD-IDX)
               ADD 1 TO WS-SS-GONE(ST-IDX)
           END-IF.

       2500-FIND-REGISTERED-PATH.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-DISC-COUNT OR WS-FOUND
               IF WS-PD-T-SITE(PD-IDX) = WS-ST-SITE-NAME(ST-IDX)
                   AND WS-PD-T-PATH(PD-IDX) = WS-WORD-PATH(WD-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET PD-IDX DOWN BY 1
           END-IF.

       3000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-ST-SITE-NAME(ST-IDX) TO CK-SITE-NAME
           SET CK-WORD-IDX TO WD-IDX
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       4000-WRITE-DISCOVERED.
           OPEN OUTPUT DISCOVERED-FILE
           MOVE WS-PD-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'PATHDISC' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-DISC-COUNT
               MOVE SPACES TO DISCOVERED-RECORD
               MOVE WS-PD-T-SITE(PD-IDX) TO PD-SITE-NAME
               MOVE WS-PD-T-PATH(PD-IDX) TO PD-PATH
               MOVE WS-PD-T-CODE(PD-IDX) TO PD-CODE
               MOVE WS-PD-T-FIRST(PD-IDX) TO PD-FIRST-SEEN
               MOVE WS-PD-T-LAST(PD-IDX) TO PD-LAST-SEEN
               MOVE WS-PD-T-CORR-ID(PD-IDX) TO PD-CORR-ID
               MOVE WS-PD-T-STATUS(PD-IDX) TO PD-STATUS
               WRITE DISCOVERED-RECORD
           END-PERFORM
           CLOSE DISCOVERED-FILE
           IF WS-DISC-DROPPED > 0
               DISPLAY 'PATHPROB WARNING: DISCOVERED TABLE FULL, '
                       WS-DISC-DROPPED ' PATHS NOT REGISTERED'
           END-IF.

       5000-WRITE-REPORT.
           OPEN OUTPUT PATH-REPORT-FILE
           MOVE WS-RP-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'PATHRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PATH DISCOVERY -- BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  '   WORDLIST PATHS: ' DELIMITED BY SIZE
                  WS-WORD-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'SITE       TRIED   FOUND     NEW    GONE  NO-RESP  NOTE'
               TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SITE-TABLE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 5100-WRITE-SITE-LINE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           MOVE SPACES TO WS-SITE-LINE
           MOVE 'TOTAL' TO WS-SL-SITE
           MOVE WS-TOT-TRIED TO WS-SL-TRIED
           MOVE WS-TOT-FOUND TO WS-SL-FOUND
           MOVE WS-TOT-NEW TO WS-SL-NEW
           MOVE WS-TOT-GONE TO WS-SL-GONE
           MOVE WS-TOT-NO-RESP TO WS-SL-NO-RESP
           WRITE PATH-REPORT-RECORD FROM WS-SITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'PATHS NEW SINCE THE PREVIOUS RUN' TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TOT-NEW = 0
               MOVE '    NONE' TO WS-REPORT-LINE
               WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-DISC-COUNT
               IF WS-PD-T-TONIGHT(PD-IDX) = 'Y'
                   PERFORM 5200-WRITE-PATH-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'PATHS NO LONGER FOUND' TO WS-REPORT-LINE
           WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TOT-GONE = 0
               MOVE '    NONE' TO WS-REPORT-LINE
               WRITE PATH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-DISC-COUNT
               IF WS-PD-T-TONIGHT(PD-IDX) = 'G'
                   PERFORM 5200-WRITE-PATH-LINE
               END-IF
           END-PERFORM
           CLOSE PATH-REPORT-FILE.

       5100-WRITE-SITE-LINE.
           MOVE SPACES TO WS-SITE-LINE
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-SL-SITE
           MOVE WS-SS-TRIED(ST-IDX) TO WS-SL-TRIED
           MOVE WS-SS-FOUND(ST-IDX) TO WS-SL-FOUND
           MOVE WS-SS-NEW(ST-IDX) TO WS-SL-NEW
           MOVE WS-SS-GONE(ST-IDX) TO WS-SL-GONE
           MOVE WS-SS-NO-RESP(ST-IDX) TO WS-SL-NO-RESP
           MOVE WS-SS-NOTE(ST-IDX) TO WS-SL-NOTE
           WRITE PATH-REPORT-RECORD FROM WS-SITE-LINE
           ADD WS-SS-TRIED(ST-IDX) TO WS-TOT-TRIED
           ADD WS-SS-FOUND(ST-IDX) TO WS-TOT-FOUND
           ADD WS-SS-NEW(ST-IDX) TO WS-TOT-NEW
           ADD WS-SS-GONE(ST-IDX) TO WS-TOT-GONE
           ADD WS-SS-NO-RESP(ST-IDX) TO WS-TOT-NO-RESP.

       5200-WRITE-PATH-LINE.
           MOVE SPACES TO WS-PATH-LINE
           MOVE WS-PD-T-SITE(PD-IDX) TO WS-PL-SITE
           MOVE WS-PD-T-CODE(PD-IDX) TO WS-PL-CODE
           MOVE WS-PD-T-CORR-ID(PD-IDX) TO WS-PL-CORR-ID
           MOVE WS-PD-T-PATH(PD-IDX) TO WS-PL-PATH
           IF WS-PD-T-TONIGHT(PD-IDX) = 'Y'
               AND WS-PD-T-FIRST(PD-IDX) NOT = WS-BIZ-DATE
               MOVE 'FOUND AGAIN AFTER GOING' TO WS-PL-NOTE
           END-IF
           WRITE PATH-REPORT-RECORD FROM WS-PATH-LINE.

       COPY PARMPA.
       COPY RSPMPA.
       COPY MSGLVPA.
       COPY SITEDTPA.
       COPY SGRPPA.
       COPY CORRPA.
       COPY PROBERPA.
       COPY BIZDTPA.
       COPY BUDGPA.
       COPY MWINPA.
       COPY SCOPEPA.
       COPY FILESTPA.
