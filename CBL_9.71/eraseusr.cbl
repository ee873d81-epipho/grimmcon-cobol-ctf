       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Right-to-erasure purge.  When a
      *>               client asks for every trace of an account to be
      *>               removed, the userid used to be hunted down by
      *>               hand file by file.  This job takes the userids
      *>               listed on ERASLIST (userid, client reference)
      *>               and removes them from everything that carries
      *>               one:
      *>                 - CREDFILE, deleted by key (journalled to
      *>                   CREDJRNL as a delete so a roll-forward
      *>                   recovery cannot bring the account back,
      *>                   and the seal refreshed);
      *>                 - the MICKTGTS / PLUTTGTS target lists, their
      *>                   verified MICKTGTV / PLUTTGTV copies, the
      *>                   ENUMSTAG staging file, SITEXREF, and TGTMETA
      *>                   -- matching lines deleted;
      *>                 - the ATTEMPTS registry -- matching entries
      *>                   deleted;
      *>                 - FINDINGS and the FINDINGS archive
      *>                   generations -- the userid replaced by a
      *>                   fixed ERASED-yyyymmdd token and the
      *>                   credential overwritten, so the evidence
      *>                   record counts the ARCHCAT catalog and the
      *>                   client reports quote still hold;
      *>                 - PROBERES and the PROBERES / REQLOG archive
      *>                   generations -- the u= value of every
      *>                   request line naming the account overwritten
      *>                   with asterisks;
      *>                 - the VAULTFIL credential vault -- the
      *>                   entries under the correlation IDs of every
      *>                   finding and probe result so matched are
      *>                   deleted.
      *>               A userid under a legal hold still in force on
      *>               LEGLHOLD is not touched anywhere and is listed
      *>               with its hold reference.  Every run writes a
      *>               dated erasure certificate ERASyyyymmddhhmm.CRT
      *>               naming each file examined with its record
      *>               counts, then each userid with its outcome and
      *>               per-file counts -- the evidence the client's
      *>               request is answered with.  Runs under the
      *>               system-wide run lock and refuses (RC 8) while
      *>               another run holds it; RC 4 when any userid was
      *>               held.
      *>   2026-10-15  Legal holds now come from the shared LEGLHOLD
      *>               register (LHLD copybooks).  A userid hold keeps
      *>               the account whole as before; a finding, probe
      *>               result, or archived request-log line under an
      *>               engagement, site, correlation-ID range, or
      *>               finding hold is left exactly as it stands and
      *>               counted as kept under hold on the certificate.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASEUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-LIST-FILE ASSIGN TO "ERASLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
           SELECT ERASURE-CERT-FILE ASSIGN TO WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT PURGE-SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STATUS.
           SELECT ERASE-WORK-FILE ASSIGN TO "ERASWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-USERID
               FILE STATUS IS WS-IX-STATUS.
           COPY ATRGFC.
           COPY MASKFC.
           COPY CRJRFC.
           COPY RLCKFC.
           COPY LHLDFC.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-LIST-FILE.
       01  ERASURE-LIST-RECORD.
           05 EL-USERID             PIC X(20).
           05 FILLER                PIC X.
           05 EL-CLIENT-REF         PIC X(12).

       FD  ERASURE-CERT-FILE.
       01  ERASURE-CERT-RECORD      PIC X(132).

      *>   Sized for the widest record purged here: PROBERES and its
      *>   archive generations at 141 bytes.
       FD  PURGE-SEQ-FILE.
       01  PURGE-SEQ-RECORD         PIC X(141).

       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-RECORD        PIC X(141).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CT-GEN-NO             PIC 9(4).
           05 FILLER                PIC X.
           05 CT-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 CT-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 CT-RECORD-COUNT       PIC 9(8).
           05 FILLER                PIC X.
           05 CT-GEN-NAME           PIC X(20).

       FD  CREDENTIAL-FILE.
       COPY CREDREC.

       COPY ATRGFD.
       COPY MASKFD.
       COPY CRJRFD.
       COPY RLCKFD.
       COPY LHLDFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY ATRGWS.
           COPY MASKWS.
           COPY CRJRWS.
           COPY RLCKWS.
           COPY LHLDWS.
           01 WS-EL-STATUS          PIC X(2).
           01 WS-EC-STATUS          PIC X(2).
           01 WS-SQ-STATUS          PIC X(2).
           01 WS-WK-STATUS          PIC X(2).
           01 WS-CT-STATUS          PIC X(2).
           01 WS-IX-STATUS          PIC X(2).
           01 WS-CERT-NAME          PIC X(20).
           01 WS-SEQ-FILE-NAME      PIC X(20).
           01 WS-EL-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-ERASE-LIST  VALUE 'Y'.
           01 WS-SQ-EOF-SW          PIC X.
              88 END-OF-SEQ-FILE    VALUE 'Y'.
           01 WS-CT-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-CATALOG     VALUE 'Y'.
           01 WS-AR-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-REGISTRY    VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
              05 WS-RUN-HHMM        PIC 9(4).
              05 FILLER             PIC 9(4).
           01 WS-ERASE-TOKEN        PIC X(20).

      *>   The userids to erase, with what happened to each and how
      *>   many records each file gave up for it.
           01 WS-EL-COUNT           PIC 9(3) VALUE 0.
           01 WS-EL-MAX             PIC 9(3) VALUE 200.
           01 WS-EL-TABLE.
              05 WS-EL-ENTRY OCCURS 200 TIMES INDEXED BY EL-IDX.
                 10 WS-EL-USERID       PIC X(20).
                 10 WS-EL-CLIENT-REF   PIC X(12).
                 10 WS-EL-HOLD-REF     PIC X(12).
                 10 WS-EL-STATE        PIC X(1).
                    88 WS-EL-ACTIVE    VALUE 'A'.
                    88 WS-EL-HELD      VALUE 'H'.
                 10 WS-EL-TOTAL        PIC 9(8).
                 10 WS-EL-FILE-COUNT   PIC 9(8) OCCURS 13 TIMES.
           01 WS-ACTIVE-COUNT       PIC 9(3) VALUE 0.
           01 WS-HELD-COUNT         PIC 9(3) VALUE 0.
           01 WS-DUP-COUNT          PIC 9(3) VALUE 0.

      *>   The files purged, in certificate order, with D (lines
      *>   deleted) or T (userid tokenized in place).
           01 WS-FILE-TABLE-DATA.
              05 FILLER PIC X(9) VALUE 'CREDFILED'.
              05 FILLER PIC X(9) VALUE 'MICKTGTSD'.
              05 FILLER PIC X(9) VALUE 'PLUTTGTSD'.
              05 FILLER PIC X(9) VALUE 'MICKTGTVD'.
              05 FILLER PIC X(9) VALUE 'PLUTTGTVD'.
              05 FILLER PIC X(9) VALUE 'ENUMSTAGD'.
              05 FILLER PIC X(9) VALUE 'SITEXREFD'.
              05 FILLER PIC X(9) VALUE 'TGTMETA D'.
              05 FILLER PIC X(9) VALUE 'ATTEMPTSD'.
              05 FILLER PIC X(9) VALUE 'FINDINGST'.
              05 FILLER PIC X(9) VALUE 'PROBEREST'.
              05 FILLER PIC X(9) VALUE 'VAULTFILD'.
              05 FILLER PIC X(9) VALUE 'ARCHIVEST'.
           01 WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
              05 WS-FT-ENTRY OCCURS 13 TIMES.
                 10 WS-FT-NAME         PIC X(8).
                 10 WS-FT-ACTION       PIC X(1).
           01 WS-FILE-IX            PIC 9(2).

      *>   Correlation IDs of matched findings and probe results,
      *>   whose vault entries go in the last pass.
           01 WS-VC-COUNT           PIC 9(5) VALUE 0.
           01 WS-VC-MAX             PIC 9(5) VALUE 5000.
           01 WS-VC-TABLE.
              05 WS-VC-ENTRY OCCURS 5000 TIMES.
                 10 WS-VC-CORR-ID      PIC 9(8).
                 10 WS-VC-USER-IX      PIC 9(3).
           01 WS-VC-IDX             PIC 9(5).
           01 WS-VC-OVERFLOW-SW     PIC X VALUE 'N'.
              88 WS-VC-OVERFLOW     VALUE 'Y'.

      *>   Per-file purge settings: mode D deletes the matching line,
      *>   T overwrites the userid (and credential) in place, M masks
      *>   the u= value inside the request text.
           01 WS-SEQ-MODE           PIC X(1).
           01 WS-UID-POS            PIC 9(3).
           01 WS-CRED-POS           PIC 9(3).
           01 WS-CORR-POS           PIC 9(3).
      *>   Record shape for the record-level hold check: F findings,
      *>   P probe results, L archived request-log lines, blank for
      *>   the files a hold cannot name anything in but the userid.
           01 WS-REC-SHAPE          PIC X(1).
           01 WS-HELD-REC-COUNT     PIC 9(8).
           01 WS-GRAND-HELD-RECS    PIC 9(8) VALUE 0.
           01 WS-REC-BUFFER         PIC X(141).
           01 WS-CAND-USERID        PIC X(20).
           01 WS-MATCH-SW           PIC X.
              88 WS-MATCH-FOUND     VALUE 'Y'.
           01 WS-MATCH-IX           PIC 9(3).
           01 WS-TEXT-HIT-SW        PIC X.
              88 WS-TEXT-HIT        VALUE 'Y'.
           01 WS-SCAN-POS           PIC 9(3).
           01 WS-SCAN-END           PIC 9(3).
           01 WS-UID-START          PIC 9(3).
           01 WS-UID-LEN            PIC 9(3).
           01 WS-EXAMINED-COUNT     PIC 9(8).
           01 WS-AFFECTED-COUNT     PIC 9(8).
           01 WS-GRAND-AFFECTED     PIC 9(8) VALUE 0.
           01 WS-FILE-NOTE          PIC X(30).
           01 WS-SUB                PIC 9(2).
           01 WS-SEAL-FILE-ID       PIC X(8).
           01 WS-SEAL-FUNCTION      PIC X(1).
           01 WS-SEAL-RESULT        PIC X(1).
           01 WS-REPORT-LINE        PIC X(132).
           01 WS-FILE-LINE.
              05 WS-FL-FILE         PIC X(20).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-ACTION       PIC X(10).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-EXAMINED     PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-AFFECTED     PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-NOTE         PIC X(30).
           01 WS-USER-LINE.
              05 WS-UL-USERID       PIC X(20).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UL-CLIENT-REF   PIC X(12).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UL-OUTCOME      PIC X(40).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UL-TOTAL        PIC Z(7)9.
           01 WS-USER-FILE-LINE.
              05 FILLER             PIC X(6) VALUE SPACES.
              05 WS-UF-FILE         PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UF-ACTION       PIC X(10).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UF-COUNT        PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'ERASEUSR' TO WS-FS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ERASE-TOKEN
           STRING 'ERASED-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-ERASE-TOKEN
           END-STRING
           INITIALIZE WS-EL-TABLE

           PERFORM 1000-LOAD-ERASE-LIST THRU 1000-LOAD-ERASE-LIST-EXIT
           PERFORM 1200-APPLY-LEGAL-HOLDS

           MOVE 'ERASEUSR' TO WS-RL-HOLDER
           MOVE 'N' TO WS-RL-AUTO-SEIZE
           PERFORM 9600-ACQUIRE-RUN-LOCK THRU
               9600-ACQUIRE-RUN-LOCK-EXIT
           IF NOT WS-RUN-LOCK-HELD
               DISPLAY 'ERASEUSR: RUN LOCK HELD BY ' WS-RL-OTHER-HOLDER
                       ' -- NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-OPEN-CERTIFICATE

           IF WS-ACTIVE-COUNT > 0
               PERFORM 2000-PURGE-CREDFILE

               MOVE 2 TO WS-FILE-IX
               MOVE 'MICKTGTS' TO WS-SEQ-FILE-NAME
               PERFORM 3050-SET-LIST-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT
               MOVE 3 TO WS-FILE-IX
               MOVE 'PLUTTGTS' TO WS-SEQ-FILE-NAME
               PERFORM 3050-SET-LIST-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT
               MOVE 4 TO WS-FILE-IX
               MOVE 'MICKTGTV' TO WS-SEQ-FILE-NAME
               PERFORM 3050-SET-LIST-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT
               MOVE 5 TO WS-FILE-IX
               MOVE 'PLUTTGTV' TO WS-SEQ-FILE-NAME
               PERFORM 3050-SET-LIST-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT

               MOVE 6 TO WS-FILE-IX
               MOVE 'ENUMSTAG' TO WS-SEQ-FILE-NAME
               PERFORM 3060-SET-PAIRING-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT
               MOVE 7 TO WS-FILE-IX
               MOVE 'SITEXREF' TO WS-SEQ-FILE-NAME
               PERFORM 3060-SET-PAIRING-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT

               MOVE 8 TO WS-FILE-IX
               MOVE 'TGTMETA' TO WS-SEQ-FILE-NAME
               PERFORM 3050-SET-LIST-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT

               PERFORM 4000-PURGE-ATTEMPTS THRU 4000-PURGE-ATTEMPTS-EXIT

               MOVE 10 TO WS-FILE-IX
               MOVE 'FINDINGS' TO WS-SEQ-FILE-NAME
               PERFORM 3070-SET-FINDING-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT

               MOVE 11 TO WS-FILE-IX
               MOVE 'PROBERES' TO WS-SEQ-FILE-NAME
               PERFORM 3080-SET-PROBE-LINE
               PERFORM 3000-PURGE-SEQ-FILE THRU 3000-PURGE-SEQ-FILE-EXIT

               PERFORM 5000-PURGE-GENERATIONS

               PERFORM 6000-PURGE-VAULT THRU 6000-PURGE-VAULT-EXIT
           ELSE
               MOVE 'NO USERID ELIGIBLE FOR ERASURE -- NO FILE TOUCHED'
                   TO WS-REPORT-LINE
               WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM 7000-WRITE-USER-SECTION
           CLOSE ERASURE-CERT-FILE
           PERFORM 9650-RELEASE-RUN-LOCK THRU
               9650-RELEASE-RUN-LOCK-EXIT

           DISPLAY 'ERASEUSR: ' WS-ACTIVE-COUNT ' ERASED  '
                   WS-HELD-COUNT ' HELD  RECORDS ' WS-GRAND-AFFECTED
           DISPLAY 'ERASEUSR: CERTIFICATE ' WS-CERT-NAME
           IF WS-HELD-COUNT > 0 OR WS-VC-OVERFLOW
               OR WS-GRAND-HELD-RECS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   A missing list or one with more userids than the table
      *>   holds erases nothing: a partial erasure is worse evidence
      *>   than none.
       1000-LOAD-ERASE-LIST.
           OPEN INPUT ERASURE-LIST-FILE
           IF WS-EL-STATUS NOT = '00'
               DISPLAY 'ERASEUSR: ERASLIST NOT PRESENT -- NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-ONE-USERID UNTIL END-OF-ERASE-LIST
           CLOSE ERASURE-LIST-FILE
           IF WS-EL-COUNT > WS-EL-MAX
               DISPLAY 'ERASEUSR: ERASLIST HOLDS MORE THAN ' WS-EL-MAX
                       ' USERIDS -- NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-LOAD-ERASE-LIST-EXIT.
           EXIT.

       1100-LOAD-ONE-USERID.
           READ ERASURE-LIST-FILE
               AT END SET END-OF-ERASE-LIST TO TRUE
               NOT AT END
                   IF EL-USERID NOT = SPACES
                       AND EL-USERID(1:1) NOT = '*'
                       MOVE EL-USERID TO WS-CAND-USERID
                       PERFORM 3500-FIND-LISTED-USER
                       IF WS-MATCH-FOUND
                           ADD 1 TO WS-DUP-COUNT
                       ELSE
                           ADD 1 TO WS-EL-COUNT
                           IF WS-EL-COUNT NOT > WS-EL-MAX
                               MOVE EL-USERID
                                   TO WS-EL-USERID(WS-EL-COUNT)
                               MOVE EL-CLIENT-REF
                                   TO WS-EL-CLIENT-REF(WS-EL-COUNT)
                               MOVE 'A' TO WS-EL-STATE(WS-EL-COUNT)
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   A userid hold keeps the account whole; holds on an
      *>   engagement, site, correlation-ID range, or finding are
      *>   checked record by record as the files are purged.
       1200-APPLY-LEGAL-HOLDS.
           PERFORM 8480-LOAD-LEGAL-HOLDS THRU 8480-LOAD-LEGAL-HOLDS-EXIT
           PERFORM 1210-CHECK-ONE-HOLD
               VARYING LH-IDX FROM 1 BY 1
               UNTIL LH-IDX > WS-LH-COUNT.

       1210-CHECK-ONE-HOLD.
           IF WS-LH-T-TYPE(LH-IDX) = 'U'
               MOVE WS-LH-T-KEY(LH-IDX) TO WS-CAND-USERID
               PERFORM 3500-FIND-LISTED-USER
               IF WS-MATCH-FOUND
                   AND WS-EL-ACTIVE(WS-MATCH-IX)
                   MOVE 'H' TO WS-EL-STATE(WS-MATCH-IX)
                   MOVE WS-LH-T-ID(LH-IDX)
                       TO WS-EL-HOLD-REF(WS-MATCH-IX)
                   SUBTRACT 1 FROM WS-ACTIVE-COUNT
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

       1500-OPEN-CERTIFICATE.
           MOVE SPACES TO WS-CERT-NAME
           STRING 'ERAS' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-HHMM DELIMITED BY SIZE
                  '.CRT' DELIMITED BY SIZE
                  INTO WS-CERT-NAME
           END-STRING
           OPEN OUTPUT ERASURE-CERT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE WS-CERT-NAME TO WS-FS-FILE-NAME
           MOVE WS-EC-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CERTIFICATE OF ERASURE -- RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-HHMM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'USERIDS LISTED: ' DELIMITED BY SIZE
                  WS-EL-COUNT DELIMITED BY SIZE
                  '   ERASED: ' DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
                  '   UNDER LEGAL HOLD: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  '   DUPLICATES IGNORED: ' DELIMITED BY SIZE
                  WS-DUP-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOKENIZED USERIDS NOW READ ' DELIMITED BY SIZE
                  WS-ERASE-TOKEN DELIMITED BY SPACE
                  '; MASKED REQUEST TEXT READS u=****' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE 'FILE                  ACTION      EXAMINED  AFFECTED'
               TO WS-REPORT-LINE
           MOVE 'NOTE' TO WS-REPORT-LINE(57:)
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE.

      *>   CREDFILE is keyed, so each userid is one read and delete;
      *>   the delete is journalled so a later roll-forward recovery
      *>   from an older backup drops the account again.
       2000-PURGE-CREDFILE.
           MOVE 1 TO WS-FILE-IX
           MOVE 0 TO WS-EXAMINED-COUNT WS-AFFECTED-COUNT
           MOVE 'CREDFILE' TO WS-SEQ-FILE-NAME
           OPEN I-O CREDENTIAL-FILE
           IF WS-IX-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO WS-FILE-NOTE
           ELSE
               PERFORM 2100-PURGE-ONE-CRED
                   VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-EL-COUNT
               CLOSE CREDENTIAL-FILE
               IF WS-AFFECTED-COUNT > 0
                   MOVE 'CREDFILE' TO WS-SEAL-FILE-ID
                   MOVE 'R' TO WS-SEAL-FUNCTION
                   CALL 'FILESEAL' USING WS-SEAL-FILE-ID,
                       WS-SEAL-FUNCTION, WS-SEAL-RESULT
                   MOVE 'DELETED, JOURNALLED, RESEALED'
                       TO WS-FILE-NOTE
               ELSE
                   MOVE 'NO MATCHING RECORDS' TO WS-FILE-NOTE
               END-IF
           END-IF
           PERFORM 3900-WRITE-FILE-LINE.

       2100-PURGE-ONE-CRED.
           IF WS-EL-ACTIVE(EL-IDX)
               ADD 1 TO WS-EXAMINED-COUNT
               MOVE WS-EL-USERID(EL-IDX) TO CR-USERID
               READ CREDENTIAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE CREDENTIAL-FILE
                           NOT INVALID KEY
                               SET WS-MATCH-IX TO EL-IDX
                               PERFORM 3600-COUNT-MATCH
                               MOVE SPACES TO WS-CJ-IMAGE
                               MOVE WS-EL-USERID(EL-IDX)
                                   TO WS-CJ-IMAGE(1:20)
                               MOVE 'ERASEUSR' TO WS-CJ-PROGRAM
                               MOVE 'D' TO WS-CJ-ACTION
                               PERFORM 8080-WRITE-CRED-JOURNAL THRU
                                   8080-WRITE-CRED-JOURNAL-EXIT
                       END-DELETE
               END-READ
           END-IF.

      *>   Same two-pass rewrite ARCHGEN uses: every line goes to the
      *>   work file (or is dropped, for a delete), and the work file
      *>   is copied back over the original only when something
      *>   matched, so an untouched file keeps its timestamps.
       3000-PURGE-SEQ-FILE.
           MOVE 0 TO WS-EXAMINED-COUNT WS-AFFECTED-COUNT
                     WS-HELD-REC-COUNT
           MOVE 'N' TO WS-SQ-EOF-SW
           OPEN INPUT PURGE-SEQ-FILE
           IF WS-SQ-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO WS-FILE-NOTE
               PERFORM 3900-WRITE-FILE-LINE
               GO TO 3000-PURGE-SEQ-FILE-EXIT
           END-IF
           OPEN OUTPUT ERASE-WORK-FILE
           PERFORM 3100-PURGE-ONE-RECORD UNTIL END-OF-SEQ-FILE
           CLOSE PURGE-SEQ-FILE
           CLOSE ERASE-WORK-FILE
           IF WS-AFFECTED-COUNT > 0
               PERFORM 3200-COPY-WORK-BACK
               MOVE 'REWRITTEN' TO WS-FILE-NOTE
           ELSE
               MOVE 'NO MATCHING RECORDS' TO WS-FILE-NOTE
           END-IF
           IF WS-HELD-REC-COUNT > 0
               MOVE SPACES TO WS-FILE-NOTE
               STRING 'LEGAL HOLD KEPT ' DELIMITED BY SIZE
                      WS-HELD-REC-COUNT DELIMITED BY SIZE
                      INTO WS-FILE-NOTE
               END-STRING
           END-IF
           PERFORM 3900-WRITE-FILE-LINE.
       3000-PURGE-SEQ-FILE-EXIT.
           EXIT.

      *>   Target lists and TGTMETA: userid in the first 20 bytes.
       3050-SET-LIST-LINE.
           MOVE SPACE TO WS-REC-SHAPE
           MOVE 'D' TO WS-SEQ-MODE
           MOVE 1 TO WS-UID-POS
           MOVE 0 TO WS-CRED-POS WS-CORR-POS.

      *>   ENUMSTAG and SITEXREF: site name, a space, then the userid.
       3060-SET-PAIRING-LINE.
           MOVE SPACE TO WS-REC-SHAPE
           MOVE 'D' TO WS-SEQ-MODE
           MOVE 10 TO WS-UID-POS
           MOVE 0 TO WS-CRED-POS WS-CORR-POS.

      *>   FINDINGS layout: FN-USERID at 28, FN-CREDENTIAL at 49,
      *>   FN-CORR-ID at 70.
       3070-SET-FINDING-LINE.
           MOVE 'F' TO WS-REC-SHAPE
           MOVE 'T' TO WS-SEQ-MODE
           MOVE 28 TO WS-UID-POS
           MOVE 49 TO WS-CRED-POS
           MOVE 70 TO WS-CORR-POS.

      *>   PROBERES layout: request text from 25, PR-CORRELATION-ID
      *>   at 118.
       3080-SET-PROBE-LINE.
           MOVE 'P' TO WS-REC-SHAPE
           MOVE 'M' TO WS-SEQ-MODE
           MOVE 0 TO WS-UID-POS WS-CRED-POS
           MOVE 118 TO WS-CORR-POS.

       3100-PURGE-ONE-RECORD.
           READ PURGE-SEQ-FILE
               AT END SET END-OF-SEQ-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   MOVE PURGE-SEQ-RECORD TO WS-REC-BUFFER
                   PERFORM 3300-MATCH-RECORD
                   IF WS-MATCH-FOUND
                       AND WS-REC-SHAPE NOT = SPACE
                       AND WS-LH-COUNT > 0
                       PERFORM 3800-CHECK-RECORD-HOLD
                   END-IF
                   IF WS-MATCH-FOUND
                       PERFORM 3600-COUNT-MATCH
                       PERFORM 3700-NOTE-CORR-ID
                       IF WS-SEQ-MODE = 'T'
                           MOVE WS-ERASE-TOKEN
                               TO WS-REC-BUFFER(WS-UID-POS:20)
                           IF WS-CRED-POS > 0
                               MOVE ALL '*'
                                   TO WS-REC-BUFFER(WS-CRED-POS:20)
                           END-IF
                       END-IF
                   END-IF
                   IF WS-MATCH-FOUND AND WS-SEQ-MODE = 'D'
                       CONTINUE
                   ELSE
                       WRITE ERASE-WORK-RECORD FROM WS-REC-BUFFER
                   END-IF
           END-READ.

       3200-COPY-WORK-BACK.
           MOVE 'N' TO WS-SQ-EOF-SW
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT PURGE-SEQ-FILE
           PERFORM 3210-COPY-ONE-BACK UNTIL END-OF-SEQ-FILE
           CLOSE ERASE-WORK-FILE
           CLOSE PURGE-SEQ-FILE.

       3210-COPY-ONE-BACK.
           READ ERASE-WORK-FILE
               AT END SET END-OF-SEQ-FILE TO TRUE
               NOT AT END
                   WRITE PURGE-SEQ-RECORD FROM ERASE-WORK-RECORD
           END-READ.

       3300-MATCH-RECORD.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-SEQ-MODE = 'M'
               PERFORM 3400-SCAN-REQUEST-TEXT
           ELSE
               MOVE WS-REC-BUFFER(WS-UID-POS:20) TO WS-CAND-USERID
               PERFORM 3550-FIND-ACTIVE-USER
           END-IF.

      *>   Request lines carry the account as u=<userid> ending at
      *>   the next & or space; each u= value naming an erased
      *>   account is overwritten with asterisks where it stands.
       3400-SCAN-REQUEST-TEXT.
           MOVE 'N' TO WS-TEXT-HIT-SW
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 139
               IF WS-REC-BUFFER(WS-SCAN-POS:2) = 'u='
                   COMPUTE WS-UID-START = WS-SCAN-POS + 2
                   MOVE 0 TO WS-UID-LEN
                   PERFORM VARYING WS-SCAN-END FROM WS-UID-START BY 1
                           UNTIL WS-SCAN-END > 141
                              OR WS-UID-LEN > 20
                              OR WS-REC-BUFFER(WS-SCAN-END:1) = '&'
                              OR WS-REC-BUFFER(WS-SCAN-END:1) = SPACE
                       ADD 1 TO WS-UID-LEN
                   END-PERFORM
                   IF WS-UID-LEN > 0 AND WS-UID-LEN NOT > 20
                       MOVE SPACES TO WS-CAND-USERID
                       MOVE WS-REC-BUFFER(WS-UID-START:WS-UID-LEN)
                           TO WS-CAND-USERID
                       PERFORM 3550-FIND-ACTIVE-USER
                       IF WS-MATCH-FOUND
                           MOVE ALL '*' TO
                               WS-REC-BUFFER(WS-UID-START:WS-UID-LEN)
                           SET WS-TEXT-HIT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TEXT-HIT
               SET WS-MATCH-FOUND TO TRUE
           END-IF.

       3500-FIND-LISTED-USER.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-EL-COUNT OR EL-IDX > WS-EL-MAX
                      OR WS-MATCH-FOUND
               IF WS-EL-USERID(EL-IDX) = WS-CAND-USERID
                   SET WS-MATCH-FOUND TO TRUE
                   SET WS-MATCH-IX TO EL-IDX
               END-IF
           END-PERFORM.

      *>   A held userid never matches, so nothing of it is touched.
       3550-FIND-ACTIVE-USER.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-EL-COUNT OR WS-MATCH-FOUND
               IF WS-EL-USERID(EL-IDX) = WS-CAND-USERID
                   AND WS-EL-ACTIVE(EL-IDX)
                   SET WS-MATCH-FOUND TO TRUE
                   SET WS-MATCH-IX TO EL-IDX
               END-IF
           END-PERFORM.

       3600-COUNT-MATCH.
           ADD 1 TO WS-AFFECTED-COUNT
           ADD 1 TO WS-GRAND-AFFECTED
           ADD 1 TO WS-EL-TOTAL(WS-MATCH-IX)
           ADD 1 TO WS-EL-FILE-COUNT(WS-MATCH-IX, WS-FILE-IX).

       3700-NOTE-CORR-ID.
           IF WS-CORR-POS > 0
               AND WS-REC-BUFFER(WS-CORR-POS:8) IS NUMERIC
               IF WS-VC-COUNT < WS-VC-MAX
                   ADD 1 TO WS-VC-COUNT
                   MOVE WS-REC-BUFFER(WS-CORR-POS:8)
                       TO WS-VC-CORR-ID(WS-VC-COUNT)
                   MOVE WS-MATCH-IX TO WS-VC-USER-IX(WS-VC-COUNT)
               ELSE
                   SET WS-VC-OVERFLOW TO TRUE
               END-IF
           END-IF.

      *>   A matched record that is itself evidence under a hold is
      *>   written back exactly as read (any mask already applied to
      *>   the buffer is undone) and counted as held, not erased.
       3800-CHECK-RECORD-HOLD.
           MOVE SPACES TO WS-LH-ENGAGEMENT WS-LH-SITE WS-LH-USERID
           MOVE 0 TO WS-LH-CORR-ID WS-LH-REC-DATE
           IF PURGE-SEQ-RECORD(1:8) IS NUMERIC
               MOVE PURGE-SEQ-RECORD(1:8) TO WS-LH-REC-DATE
           END-IF
           EVALUATE WS-REC-SHAPE
               WHEN 'F'
                   MOVE PURGE-SEQ-RECORD(19:8) TO WS-LH-SITE
                   IF PURGE-SEQ-RECORD(70:8) IS NUMERIC
                       MOVE PURGE-SEQ-RECORD(70:8) TO WS-LH-CORR-ID
                   END-IF
                   MOVE PURGE-SEQ-RECORD(126:8) TO WS-LH-ENGAGEMENT
                   PERFORM 8485-CHECK-LEGAL-HOLD THRU
                       8485-CHECK-LEGAL-HOLD-EXIT
               WHEN 'P'
                   IF PURGE-SEQ-RECORD(118:8) IS NUMERIC
                       MOVE PURGE-SEQ-RECORD(118:8) TO WS-LH-CORR-ID
                   END-IF
                   MOVE PURGE-SEQ-RECORD(126:8) TO WS-LH-SITE
                   MOVE PURGE-SEQ-RECORD(134:8) TO WS-LH-ENGAGEMENT
                   PERFORM 8485-CHECK-LEGAL-HOLD THRU
                       8485-CHECK-LEGAL-HOLD-EXIT
               WHEN 'L'
                   MOVE SPACES TO WS-LH-TEXT
                   MOVE PURGE-SEQ-RECORD(10:120) TO WS-LH-TEXT
                   PERFORM 8489-CHECK-LOG-LINE-HOLD THRU
                       8489-CHECK-LOG-LINE-HOLD-EXIT
                   IF NOT WS-UNDER-HOLD
                       PERFORM 8487-CHECK-DAY-HOLD THRU
                           8487-CHECK-DAY-HOLD-EXIT
                   END-IF
           END-EVALUATE
           IF WS-UNDER-HOLD
               MOVE PURGE-SEQ-RECORD TO WS-REC-BUFFER
               MOVE 'N' TO WS-MATCH-SW
               ADD 1 TO WS-HELD-REC-COUNT
               ADD 1 TO WS-GRAND-HELD-RECS
           END-IF.

       3900-WRITE-FILE-LINE.
           MOVE SPACES TO WS-FILE-LINE
           MOVE WS-SEQ-FILE-NAME TO WS-FL-FILE
           IF WS-FT-ACTION(WS-FILE-IX) = 'T'
               MOVE 'TOKENIZED' TO WS-FL-ACTION
           ELSE
               MOVE 'DELETED' TO WS-FL-ACTION
           END-IF
           MOVE WS-EXAMINED-COUNT TO WS-FL-EXAMINED
           MOVE WS-AFFECTED-COUNT TO WS-FL-AFFECTED
           MOVE WS-FILE-NOTE TO WS-FL-NOTE
           WRITE ERASURE-CERT-RECORD FROM WS-FILE-LINE.

      *>   The registry is keyed on site, userid, and credential, so
      *>   an account's entries are found by reading it through.
       4000-PURGE-ATTEMPTS.
           MOVE 9 TO WS-FILE-IX
           MOVE 0 TO WS-EXAMINED-COUNT WS-AFFECTED-COUNT
           MOVE 'ATTEMPTS' TO WS-SEQ-FILE-NAME
           OPEN I-O ATTEMPT-REGISTRY-FILE
           IF WS-AR-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO WS-FILE-NOTE
               PERFORM 3900-WRITE-FILE-LINE
               GO TO 4000-PURGE-ATTEMPTS-EXIT
           END-IF
           PERFORM 4100-PURGE-ONE-ATTEMPT UNTIL END-OF-REGISTRY
           CLOSE ATTEMPT-REGISTRY-FILE
           IF WS-AFFECTED-COUNT > 0
               MOVE 'ENTRIES DELETED IN PLACE' TO WS-FILE-NOTE
           ELSE
               MOVE 'NO MATCHING RECORDS' TO WS-FILE-NOTE
           END-IF
           PERFORM 3900-WRITE-FILE-LINE.
       4000-PURGE-ATTEMPTS-EXIT.
           EXIT.

       4100-PURGE-ONE-ATTEMPT.
           READ ATTEMPT-REGISTRY-FILE NEXT RECORD
               AT END SET END-OF-REGISTRY TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   MOVE 'N' TO WS-MATCH-SW
                   MOVE AR-USERID TO WS-CAND-USERID
                   PERFORM 3550-FIND-ACTIVE-USER
                   IF WS-MATCH-FOUND
                       DELETE ATTEMPT-REGISTRY-FILE RECORD
                           NOT INVALID KEY
                               PERFORM 3600-COUNT-MATCH
                       END-DELETE
                   END-IF
           END-READ.

      *>   Every generation ARCHCAT knows of is purged in the shape
      *>   of the file it was aged from; the MOD11ARC generations
      *>   carry no userid and are left alone.
       5000-PURGE-GENERATIONS.
           MOVE 13 TO WS-FILE-IX
           OPEN INPUT CATALOG-FILE
           IF WS-CT-STATUS NOT = '00'
               MOVE 0 TO WS-EXAMINED-COUNT WS-AFFECTED-COUNT
               MOVE 'ARCHCAT' TO WS-SEQ-FILE-NAME
               MOVE 'NO ARCHIVE CATALOG' TO WS-FILE-NOTE
               PERFORM 3900-WRITE-FILE-LINE
           ELSE
               PERFORM 5100-PURGE-ONE-GENERATION UNTIL END-OF-CATALOG
               CLOSE CATALOG-FILE
           END-IF.

       5100-PURGE-ONE-GENERATION.
           READ CATALOG-FILE
               AT END SET END-OF-CATALOG TO TRUE
               NOT AT END
                   MOVE CT-GEN-NAME TO WS-SEQ-FILE-NAME
                   EVALUATE CT-FILE-ID
                       WHEN 'FINDINGS'
                           PERFORM 3070-SET-FINDING-LINE
                           PERFORM 3000-PURGE-SEQ-FILE THRU
                               3000-PURGE-SEQ-FILE-EXIT
                       WHEN 'PROBERES'
                           PERFORM 3080-SET-PROBE-LINE
                           PERFORM 3000-PURGE-SEQ-FILE THRU
                               3000-PURGE-SEQ-FILE-EXIT
      *>                   Archived log lines are the day, a space,
      *>                   then the log text: no correlation ID.
                       WHEN 'REQLOG'
                           PERFORM 3080-SET-PROBE-LINE
                           MOVE 0 TO WS-CORR-POS
                           MOVE 'L' TO WS-REC-SHAPE
                           PERFORM 3000-PURGE-SEQ-FILE THRU
                               3000-PURGE-SEQ-FILE-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *>   The vault is keyed on correlation ID; each one gathered
      *>   from a matched finding or probe result is read and, if
      *>   still there, deleted.
       6000-PURGE-VAULT.
           MOVE 12 TO WS-FILE-IX
           MOVE 0 TO WS-EXAMINED-COUNT WS-AFFECTED-COUNT
           MOVE 'VAULTFIL' TO WS-SEQ-FILE-NAME
           OPEN I-O CREDENTIAL-VAULT-FILE
           IF WS-VL-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO WS-FILE-NOTE
               PERFORM 3900-WRITE-FILE-LINE
               GO TO 6000-PURGE-VAULT-EXIT
           END-IF
           PERFORM 6100-PURGE-ONE-VAULT-ENTRY
               VARYING WS-VC-IDX FROM 1 BY 1
               UNTIL WS-VC-IDX > WS-VC-COUNT
           CLOSE CREDENTIAL-VAULT-FILE
           IF WS-VC-OVERFLOW
               MOVE 'INCOMPLETE -- RERUN THE SAME LIST'
                   TO WS-FILE-NOTE
           ELSE
               IF WS-AFFECTED-COUNT > 0
                   MOVE 'ENTRIES DELETED IN PLACE' TO WS-FILE-NOTE
               ELSE
                   MOVE 'NO MATCHING RECORDS' TO WS-FILE-NOTE
               END-IF
           END-IF
           PERFORM 3900-WRITE-FILE-LINE.
       6000-PURGE-VAULT-EXIT.
           EXIT.

       6100-PURGE-ONE-VAULT-ENTRY.
           ADD 1 TO WS-EXAMINED-COUNT
           MOVE WS-VC-CORR-ID(WS-VC-IDX) TO VL-CORR-ID
           READ CREDENTIAL-VAULT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE CREDENTIAL-VAULT-FILE
                       NOT INVALID KEY
                           MOVE WS-VC-USER-IX(WS-VC-IDX) TO WS-MATCH-IX
                           PERFORM 3600-COUNT-MATCH
                   END-DELETE
           END-READ.

      *>   One block per listed userid: the outcome, then every file
      *>   that gave up records for it.
       7000-WRITE-USER-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE 'USERID                CLIENT REF    OUTCOME'
               TO WS-REPORT-LINE
           MOVE 'RECORDS' TO WS-REPORT-LINE(80:)
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           PERFORM 7100-WRITE-ONE-USER
               VARYING EL-IDX FROM 1 BY 1
               UNTIL EL-IDX > WS-EL-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL RECORDS ERASED OR TOKENIZED: ' DELIMITED BY SIZE
                  WS-GRAND-AFFECTED DELIMITED BY SIZE
                  '   RECORDS KEPT UNDER LEGAL HOLD: ' DELIMITED BY SIZE
                  WS-GRAND-HELD-RECS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ERASURE-CERT-RECORD FROM WS-REPORT-LINE.

       7100-WRITE-ONE-USER.
           MOVE SPACES TO WS-USER-LINE
           MOVE WS-EL-USERID(EL-IDX) TO WS-UL-USERID
           MOVE WS-EL-CLIENT-REF(EL-IDX) TO WS-UL-CLIENT-REF
           MOVE WS-EL-TOTAL(EL-IDX) TO WS-UL-TOTAL
           EVALUATE TRUE
               WHEN WS-EL-HELD(EL-IDX)
                   STRING 'NOT ERASED -- LEGAL HOLD ' DELIMITED BY SIZE
                          WS-EL-HOLD-REF(EL-IDX) DELIMITED BY SPACE
                          INTO WS-UL-OUTCOME
                   END-STRING
               WHEN WS-EL-TOTAL(EL-IDX) = 0
                   MOVE 'ERASED -- NO RECORDS HELD' TO WS-UL-OUTCOME
               WHEN OTHER
                   MOVE 'ERASED' TO WS-UL-OUTCOME
           END-EVALUATE
           WRITE ERASURE-CERT-RECORD FROM WS-USER-LINE
           PERFORM 7200-WRITE-USER-FILE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 13.

       7200-WRITE-USER-FILE.
           IF WS-EL-FILE-COUNT(EL-IDX, WS-SUB) > 0
               MOVE SPACES TO WS-USER-FILE-LINE
               MOVE WS-FT-NAME(WS-SUB) TO WS-UF-FILE
               IF WS-FT-ACTION(WS-SUB) = 'T'
                   MOVE 'TOKENIZED' TO WS-UF-ACTION
               ELSE
                   MOVE 'DELETED' TO WS-UF-ACTION
               END-IF
               MOVE WS-EL-FILE-COUNT(EL-IDX, WS-SUB) TO WS-UF-COUNT
               WRITE ERASURE-CERT-RECORD FROM WS-USER-FILE-LINE
           END-IF.

       COPY LHLDPA.
       COPY CRJRPA.
       COPY RLCKPA.
       COPY FILESTPA.
