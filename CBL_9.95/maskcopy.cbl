       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Masked production-to-test copy.
      *>               TESTGEN's fabricated set has the right shape
      *>               but never the right size or spread, and some
      *>               problems only show with real CREDFILE volumes,
      *>               real SITEDIR entries and real FINDINGS
      *>               distributions; copying production across as
      *>               it stands would put live credentials in the
      *>               rehearsal region.  This job copies CREDFILE,
      *>               SITEDIR, FINDINGS, TGTMETA and PARMFILE into
      *>               the rehearsal copies under the .TST names
      *>               (CFGDRIFT's convention) and masks on the way:
      *>                 - every user ID becomes a token, the same
      *>                   token for the same ID in every file and on
      *>                   every run, so a finding still points at its
      *>                   credential and its target metadata.  The
      *>                   token is a keyed hash of the ID under the
      *>                   central parameter MASKCOPY/MASK-KEY, which
      *>                   the job will not run without and never
      *>                   copies into PARMFILE.TST;
      *>                 - every password, and the credential on each
      *>                   finding, is replaced by MASKCOPY/PASSWORD
      *>                   (default Rehearse#01);
      *>                 - every SITEDIR host is redirected to
      *>                   MASKCOPY/REHEARSE-HOST (TESTGEN's default
      *>                   rehearsal host when unset); site names are
      *>                   kept so findings and schedules still name
      *>                   their sites;
      *>                 - in PARMFILE, values naming a production host
      *>                   or user ID are redirected or tokenized the
      *>                   same way, and values of parameters whose
      *>                   names mark them as secrets (PASSW, SECRET,
      *>                   TOKEN) are replaced.
      *>               The MASKRPT masking report for the data-
      *>               protection officer lists, per file, what was
      *>               read, written and masked, the user IDs found
      *>               outside CREDFILE, and token clashes resolved;
      *>               it prints no clear value and the token mapping
      *>               is not kept.  A production file that cannot be
      *>               read leaves its .TST copy untouched and gives
      *>               RC 4; RC 12 when the masking key is not set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCOPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-USERID
               FILE STATUS IS WS-CR-STATUS.
           SELECT TEST-CRED-FILE ASSIGN TO "CREDFILE.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-USERID
               FILE STATUS IS WS-TC-STATUS.
           COPY SITEDFC.
           SELECT TEST-SITE-FILE ASSIGN TO "SITEDIR.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SITE-NAME
               FILE STATUS IS WS-TS-STATUS.
           COPY FINDFC.
           SELECT TEST-FINDINGS-FILE ASSIGN TO "FINDINGS.TST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TF-STATUS.
           SELECT TEST-META-FILE ASSIGN TO "TGTMETA.TST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.
           SELECT PROD-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PP-STATUS.
           SELECT TEST-PARM-FILE ASSIGN TO "PARMFILE.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-TP-STATUS.
           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-FILE.
       COPY CREDREC.

       FD  TEST-CRED-FILE.
       01  TEST-CRED-RECORD.
           05 TC-USERID             PIC X(20).
           05 TC-BODY               PIC X(32).

       COPY SITEDFD.

       FD  TEST-SITE-FILE.
       01  TEST-SITE-RECORD.
           05 TS-SITE-NAME          PIC X(8).
           05 TS-BODY               PIC X(77).

       COPY FINDFD.

       FD  TEST-FINDINGS-FILE.
       01  TEST-FINDINGS-RECORD     PIC X(141).

       FD  TEST-META-FILE.
       01  TEST-META-RECORD         PIC X(24).

       FD  PROD-PARM-FILE.
       01  PROD-PARM-RECORD.
           05 PP-KEY.
              10 PP-PROGRAM-ID      PIC X(8).
              10 PP-PARM-NAME       PIC X(12).
           05 PP-VALUE              PIC X(20).

       FD  TEST-PARM-FILE.
       01  TEST-PARM-RECORD.
           05 TP-KEY                PIC X(20).
           05 TP-VALUE              PIC X(20).

       FD  MASK-REPORT-FILE.
       01  MASK-REPORT-RECORD       PIC X(132).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           01 WS-CR-STATUS          PIC X(2).
           01 WS-TC-STATUS          PIC X(2).
           01 WS-TS-STATUS          PIC X(2).
           01 WS-FN-STATUS          PIC X(2).
           01 WS-TM-STATUS          PIC X(2).
           01 WS-TF-STATUS          PIC X(2).
           01 WS-TT-STATUS          PIC X(2).
           01 WS-PP-STATUS          PIC X(2).
           01 WS-TP-STATUS          PIC X(2).
           01 WS-MR-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 END-OF-INPUT       VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-MASK-KEY           PIC X(20).
           01 WS-MASK-PASSWORD      PIC X(20) VALUE 'Rehearse#01'.
           01 WS-REHEARSAL-HOST     PIC X(40)
                                    VALUE 'rehearse.example.test'.

      *>   The CREDFILE user IDs and their tokens, in key order.  The
      *>   mapping lives only for the run.
           01 WS-UT-COUNT           PIC 9(4) VALUE 0.
           01 WS-UT-TABLE.
              05 WS-UT-ENTRY OCCURS 5000 TIMES INDEXED BY UT-IDX.
                 10 WS-UT-USERID       PIC X(20).
                 10 WS-UT-TOKEN        PIC X(20).
           01 WS-UT-FULL-SW         PIC X VALUE 'N'.
              88 WS-UT-FULL         VALUE 'Y'.
      *>   Production host names, for the PARMFILE values.
           01 WS-HT-COUNT           PIC 9(3) VALUE 0.
           01 WS-HT-TABLE.
              05 WS-HT-HOST OCCURS 200 TIMES INDEXED BY HT-IDX
                                    PIC X(40).

      *>   Tokenizer.
           01 WS-MK-USERID          PIC X(20).
           01 WS-MK-TOKEN           PIC X(20).
           01 WS-MK-HASH            PIC 9(13).
           01 WS-MK-BASE            PIC 9(13).
           01 WS-MK-DIGITS          PIC 9(10).
           01 WS-MK-IDX             PIC 9(2).
           01 WS-MK-ORD             PIC 9(3).
           01 WS-MK-FOUND-SW        PIC X.
              88 WS-MK-FOUND        VALUE 'Y'.
           01 WS-MK-CLASH-SW        PIC X.
              88 WS-MK-CLASH        VALUE 'Y'.
           01 WS-SECRET-TALLY       PIC 9(3).

      *>   Counts for the masking report.
           01 WS-CT-FILE            PIC X(8).
           01 WS-CT-TEST-NAME       PIC X(12).
           01 WS-CT-READ            PIC 9(7).
           01 WS-CT-WRITTEN         PIC 9(7).
           01 WS-CT-USERIDS         PIC 9(7).
           01 WS-CT-PASSWORDS       PIC 9(7).
           01 WS-CT-HOSTS           PIC 9(7).
           01 WS-CT-OTHER           PIC 9(7).
           01 WS-CT-OUTSIDE         PIC 9(7).
           01 WS-CT-REFUSED         PIC 9(7).
           01 WS-CT-NOTE            PIC X(40).
           01 WS-TOTAL-OUTSIDE      PIC 9(7) VALUE 0.
           01 WS-TOTAL-CLASHES      PIC 9(7) VALUE 0.
           01 WS-FILES-COPIED       PIC 9(1) VALUE 0.
           01 WS-FILES-SKIPPED      PIC 9(1) VALUE 0.

           01 WS-REPORT-LINE        PIC X(132).
           01 WS-FILE-LINE.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-FILE         PIC X(8).
              05 FILLER             PIC X(4) VALUE ' -> '.
              05 WS-FL-TEST-NAME    PIC X(12).
              05 WS-FL-READ         PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-WRITTEN      PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-USERIDS      PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-PASSWORDS    PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-HOSTS        PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-OTHER        PIC Z(6)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-FL-OUTSIDE      PIC Z(6)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-FL-NOTE         PIC X(40).
           01 WS-ED-COUNT           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'MASKCOPY' TO WS-FS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'MASKCOPY' TO WS-PM-PROGRAM-ID
           MOVE 'MASK-KEY' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF NOT WS-PM-PARM-FOUND OR WS-PM-PARM-VALUE = SPACES
               DISPLAY 'MASKCOPY REFUSED: MASKCOPY/MASK-KEY IS NOT SET '
                       '-- USER ID TOKENS WOULD BE GUESSABLE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PM-PARM-VALUE TO WS-MASK-KEY
           MOVE 'MASKCOPY' TO WS-PM-PROGRAM-ID
           MOVE 'PASSWORD' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE NOT = SPACES
               MOVE WS-PM-PARM-VALUE TO WS-MASK-PASSWORD
           END-IF
           MOVE 'MASKCOPY' TO WS-PM-PROGRAM-ID
           MOVE 'REHEARSE-HOST' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE NOT = SPACES
               MOVE WS-PM-PARM-VALUE TO WS-REHEARSAL-HOST
           END-IF
           PERFORM 0100-HASH-MASK-KEY

           OPEN OUTPUT MASK-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'MASKRPT' TO WS-FS-FILE-NAME
           MOVE WS-MR-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM 0200-WRITE-REPORT-HEADING

      *>   CREDFILE first: it settles the tokens every later file
      *>   must agree with.
           PERFORM 1000-COPY-CREDFILE THRU 1000-COPY-CREDFILE-EXIT
           PERFORM 2000-COPY-SITEDIR THRU 2000-COPY-SITEDIR-EXIT
           PERFORM 3000-COPY-TGTMETA THRU 3000-COPY-TGTMETA-EXIT
           PERFORM 4000-COPY-FINDINGS THRU 4000-COPY-FINDINGS-EXIT
           PERFORM 5000-COPY-PARMFILE THRU 5000-COPY-PARMFILE-EXIT

           PERFORM 8000-WRITE-REPORT-FOOTING
           CLOSE MASK-REPORT-FILE
           DISPLAY 'MASKCOPY: ' WS-FILES-COPIED ' FILES COPIED MASKED, '
                   WS-FILES-SKIPPED ' NOT COPIED -- SEE MASKRPT'
           IF WS-FILES-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   The key is folded once into the starting value every
      *>   token's hash begins from.
       0100-HASH-MASK-KEY.
           MOVE 0 TO WS-MK-BASE
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > 20
               COMPUTE WS-MK-ORD = FUNCTION ORD(
                   WS-MASK-KEY(WS-MK-IDX:1))
               COMPUTE WS-MK-BASE = FUNCTION MOD(
                   WS-MK-BASE * 131 + WS-MK-ORD, 9999999967)
           END-PERFORM.

       0200-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASKED PRODUCTION-TO-TEST COPY -- ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'MASKING APPLIED:' TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '  USER IDS    KEYED TOKEN (SAME ID, SAME TOKEN, IN EVERY FILE AND ON EVERY RUN UNDER THE SAME KEY)'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '  PASSWORDS   REPLACED BY THE REHEARSAL PASSWORD (MASKCOPY/PASSWORD)'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  HOSTS       REDIRECTED TO ' DELIMITED BY SIZE
                  WS-REHEARSAL-HOST DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '  SECRETS     PARMFILE VALUES OF PASSW/SECRET/TOKEN PARAMETERS REPLACED; MASKCOPY PARAMETERS NOT COPIED'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '  SOURCE      TEST COPY        READ WRITTEN USERIDS  PASSWDS   HOSTS CLASHES OUTSIDE'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE.

       1000-COPY-CREDFILE.
           PERFORM 7900-CLEAR-COUNTS
           MOVE 'CREDFILE' TO WS-CT-FILE
           MOVE 'CREDFILE.TST' TO WS-CT-TEST-NAME
           OPEN INPUT CREDENTIAL-FILE
           IF WS-CR-STATUS NOT = '00'
               MOVE 'NOT READABLE -- TEST COPY LEFT AS IT WAS'
                   TO WS-CT-NOTE
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM 7950-WRITE-FILE-LINE
               GO TO 1000-COPY-CREDFILE-EXIT
           END-IF
           OPEN OUTPUT TEST-CRED-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'CREDFILE.TST' TO WS-FS-FILE-NAME
           MOVE WS-TC-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1100-COPY-ONE-CREDENTIAL UNTIL END-OF-INPUT
           CLOSE CREDENTIAL-FILE
           CLOSE TEST-CRED-FILE
           IF WS-UT-FULL
               MOVE 'OVER 5000 IDS -- CLASH CHECK FIRST 5000'
                   TO WS-CT-NOTE
           END-IF
           ADD 1 TO WS-FILES-COPIED
           PERFORM 7950-WRITE-FILE-LINE.
       1000-COPY-CREDFILE-EXIT.
           EXIT.

       1100-COPY-ONE-CREDENTIAL.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   MOVE CR-USERID TO WS-MK-USERID
                   PERFORM 7100-MINT-CRED-TOKEN
                   MOVE WS-MK-TOKEN TO CR-USERID
                   ADD 1 TO WS-CT-USERIDS
                   IF CR-PASSWORD NOT = SPACES
                       MOVE WS-MASK-PASSWORD TO CR-PASSWORD
                       ADD 1 TO WS-CT-PASSWORDS
                   END-IF
                   MOVE CREDENTIAL-RECORD TO TEST-CRED-RECORD
                   WRITE TEST-CRED-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CT-REFUSED
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-WRITTEN
                   END-WRITE
           END-READ.

       2000-COPY-SITEDIR.
           PERFORM 7900-CLEAR-COUNTS
           MOVE 'SITEDIR' TO WS-CT-FILE
           MOVE 'SITEDIR.TST' TO WS-CT-TEST-NAME
           OPEN INPUT SITE-DIRECTORY-FILE
           IF WS-FS-STATUS NOT = '00'
               MOVE 'NOT READABLE -- TEST COPY LEFT AS IT WAS'
                   TO WS-CT-NOTE
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM 7950-WRITE-FILE-LINE
               GO TO 2000-COPY-SITEDIR-EXIT
           END-IF
           OPEN OUTPUT TEST-SITE-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'SITEDIR.TST' TO WS-FS-FILE-NAME
           MOVE WS-TS-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-COPY-ONE-SITE UNTIL END-OF-INPUT
           CLOSE SITE-DIRECTORY-FILE
           CLOSE TEST-SITE-FILE
           ADD 1 TO WS-FILES-COPIED
           PERFORM 7950-WRITE-FILE-LINE.
       2000-COPY-SITEDIR-EXIT.
           EXIT.

       2100-COPY-ONE-SITE.
           READ SITE-DIRECTORY-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   IF SD-HOST NOT = SPACES
                       IF WS-HT-COUNT < 200
                           ADD 1 TO WS-HT-COUNT
                           MOVE SD-HOST TO WS-HT-HOST(WS-HT-COUNT)
                       END-IF
                       MOVE WS-REHEARSAL-HOST TO SD-HOST
                       ADD 1 TO WS-CT-HOSTS
                   END-IF
                   MOVE SITE-DIRECTORY-RECORD TO TEST-SITE-RECORD
                   WRITE TEST-SITE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CT-REFUSED
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-WRITTEN
                   END-WRITE
           END-READ.

       3000-COPY-TGTMETA.
           PERFORM 7900-CLEAR-COUNTS
           MOVE 'TGTMETA' TO WS-CT-FILE
           MOVE 'TGTMETA.TST' TO WS-CT-TEST-NAME
           OPEN INPUT TARGET-META-FILE
           IF WS-TM-STATUS NOT = '00'
               MOVE 'NOT READABLE -- TEST COPY LEFT AS IT WAS'
                   TO WS-CT-NOTE
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM 7950-WRITE-FILE-LINE
               GO TO 3000-COPY-TGTMETA-EXIT
           END-IF
           OPEN OUTPUT TEST-META-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'TGTMETA.TST' TO WS-FS-FILE-NAME
           MOVE WS-TT-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-COPY-ONE-META UNTIL END-OF-INPUT
           CLOSE TARGET-META-FILE
           CLOSE TEST-META-FILE
           ADD 1 TO WS-FILES-COPIED
           PERFORM 7950-WRITE-FILE-LINE.
       3000-COPY-TGTMETA-EXIT.
           EXIT.

       3100-COPY-ONE-META.
           READ TARGET-META-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   IF TM-USERID NOT = SPACES
                       MOVE TM-USERID TO WS-MK-USERID
                       PERFORM 7000-TOKENIZE-USERID
                       MOVE WS-MK-TOKEN TO TM-USERID
                       ADD 1 TO WS-CT-USERIDS
                   END-IF
                   WRITE TEST-META-RECORD FROM TARGET-META-RECORD
                   ADD 1 TO WS-CT-WRITTEN
           END-READ.

       4000-COPY-FINDINGS.
           PERFORM 7900-CLEAR-COUNTS
           MOVE 'FINDINGS' TO WS-CT-FILE
           MOVE 'FINDINGS.TST' TO WS-CT-TEST-NAME
           OPEN INPUT FINDINGS-FILE
           IF WS-FN-STATUS NOT = '00'
               MOVE 'NOT READABLE -- TEST COPY LEFT AS IT WAS'
                   TO WS-CT-NOTE
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM 7950-WRITE-FILE-LINE
               IF WS-FN-STATUS = '05'
                   CLOSE FINDINGS-FILE
               END-IF
               GO TO 4000-COPY-FINDINGS-EXIT
           END-IF
           OPEN OUTPUT TEST-FINDINGS-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'FINDINGS.TST' TO WS-FS-FILE-NAME
           MOVE WS-TF-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-COPY-ONE-FINDING UNTIL END-OF-INPUT
           CLOSE FINDINGS-FILE
           CLOSE TEST-FINDINGS-FILE
           ADD 1 TO WS-FILES-COPIED
           PERFORM 7950-WRITE-FILE-LINE.
       4000-COPY-FINDINGS-EXIT.
           EXIT.

       4100-COPY-ONE-FINDING.
           READ FINDINGS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   IF FN-USERID NOT = SPACES
                       MOVE FN-USERID TO WS-MK-USERID
                       PERFORM 7000-TOKENIZE-USERID
                       MOVE WS-MK-TOKEN TO FN-USERID
                       ADD 1 TO WS-CT-USERIDS
                   END-IF
                   IF FN-CREDENTIAL NOT = SPACES
                       MOVE WS-MASK-PASSWORD TO FN-CREDENTIAL
                       ADD 1 TO WS-CT-PASSWORDS
                   END-IF
                   WRITE TEST-FINDINGS-RECORD FROM FINDINGS-RECORD
                   ADD 1 TO WS-CT-WRITTEN
           END-READ.

       5000-COPY-PARMFILE.
           PERFORM 7900-CLEAR-COUNTS
           MOVE 'PARMFILE' TO WS-CT-FILE
           MOVE 'PARMFILE.TST' TO WS-CT-TEST-NAME
           OPEN INPUT PROD-PARM-FILE
           IF WS-PP-STATUS NOT = '00'
               MOVE 'NOT READABLE -- TEST COPY LEFT AS IT WAS'
                   TO WS-CT-NOTE
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM 7950-WRITE-FILE-LINE
               GO TO 5000-COPY-PARMFILE-EXIT
           END-IF
           OPEN OUTPUT TEST-PARM-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'PARMFILE.TST' TO WS-FS-FILE-NAME
           MOVE WS-TP-STATUS TO WS-FS-STATUS
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5100-COPY-ONE-PARM UNTIL END-OF-INPUT
           CLOSE PROD-PARM-FILE
           CLOSE TEST-PARM-FILE
           IF WS-CT-READ > WS-CT-WRITTEN AND WS-CT-NOTE = SPACES
               MOVE 'OWN MASKING PARAMETERS NOT COPIED'
                   TO WS-CT-NOTE
           END-IF
           ADD 1 TO WS-FILES-COPIED
           PERFORM 7950-WRITE-FILE-LINE.
       5000-COPY-PARMFILE-EXIT.
           EXIT.

      *>   A value is compared whole against the production hosts
      *>   and user IDs; a parameter that only mentions one inside
      *>   a longer value is copied as it stands.  A host value is
      *>   blanked rather than cut short when the rehearsal host
      *>   will not fit the 20-byte value.
       5100-COPY-ONE-PARM.
           READ PROD-PARM-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   IF PP-PROGRAM-ID NOT = 'MASKCOPY'
                       PERFORM 5200-MASK-PARM-VALUE THRU
                           5200-MASK-PARM-VALUE-EXIT
                       MOVE PROD-PARM-RECORD TO TEST-PARM-RECORD
                       WRITE TEST-PARM-RECORD
                           INVALID KEY
                               ADD 1 TO WS-CT-REFUSED
                           NOT INVALID KEY
                               ADD 1 TO WS-CT-WRITTEN
                       END-WRITE
                   END-IF
           END-READ.

       5200-MASK-PARM-VALUE.
           IF PP-VALUE = SPACES
               GO TO 5200-MASK-PARM-VALUE-EXIT
           END-IF
           MOVE 0 TO WS-SECRET-TALLY
           INSPECT PP-PARM-NAME TALLYING WS-SECRET-TALLY
               FOR ALL 'PASSW' ALL 'SECRET' ALL 'TOKEN'
           IF WS-SECRET-TALLY > 0
               MOVE WS-MASK-PASSWORD TO PP-VALUE
               ADD 1 TO WS-CT-PASSWORDS
               GO TO 5200-MASK-PARM-VALUE-EXIT
           END-IF
           MOVE 'N' TO WS-MK-FOUND-SW
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HT-COUNT OR WS-MK-FOUND
               IF WS-HT-HOST(HT-IDX) = PP-VALUE
                   SET WS-MK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MK-FOUND
               IF WS-REHEARSAL-HOST(21:20) = SPACES
                   MOVE WS-REHEARSAL-HOST TO PP-VALUE
               ELSE
                   MOVE SPACES TO PP-VALUE
                   MOVE 'HOST BLANKED -- REHEARSAL HOST TOO LONG'
                       TO WS-CT-NOTE
               END-IF
               ADD 1 TO WS-CT-HOSTS
               GO TO 5200-MASK-PARM-VALUE-EXIT
           END-IF
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UT-COUNT OR WS-MK-FOUND
               IF WS-UT-USERID(UT-IDX) = PP-VALUE
                   SET WS-MK-FOUND TO TRUE
                   MOVE WS-UT-TOKEN(UT-IDX) TO PP-VALUE
                   ADD 1 TO WS-CT-USERIDS
               END-IF
           END-PERFORM.
       5200-MASK-PARM-VALUE-EXIT.
           EXIT.

      *>   A user ID CREDFILE holds takes the token minted for it
      *>   there; one CREDFILE does not hold (a target since
      *>   offboarded, say) gets the token the same hash gives it,
      *>   so it still matches itself across files, and is counted.
       7000-TOKENIZE-USERID.
           MOVE 'N' TO WS-MK-FOUND-SW
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UT-COUNT OR WS-MK-FOUND
               IF WS-UT-USERID(UT-IDX) = WS-MK-USERID
                   SET WS-MK-FOUND TO TRUE
                   MOVE WS-UT-TOKEN(UT-IDX) TO WS-MK-TOKEN
               END-IF
           END-PERFORM
           IF NOT WS-MK-FOUND
               PERFORM 7200-HASH-USERID
               PERFORM 7300-FORMAT-TOKEN
               ADD 1 TO WS-CT-OUTSIDE WS-TOTAL-OUTSIDE
           END-IF.

      *>   CREDFILE is read in key order, so the same IDs meet the
      *>   same clashes in the same order and mint the same tokens
      *>   run after run.  Two IDs hashing alike is not expected
      *>   but would merge two credentials in the test copy; the
      *>   later one steps to the next free value.
       7100-MINT-CRED-TOKEN.
           PERFORM 7200-HASH-USERID
           PERFORM 7300-FORMAT-TOKEN
           MOVE 'Y' TO WS-MK-CLASH-SW
           PERFORM 7110-CHECK-TOKEN-CLASH UNTIL NOT WS-MK-CLASH
           IF WS-UT-COUNT < 5000
               ADD 1 TO WS-UT-COUNT
               SET UT-IDX TO WS-UT-COUNT
               MOVE WS-MK-USERID TO WS-UT-USERID(UT-IDX)
               MOVE WS-MK-TOKEN TO WS-UT-TOKEN(UT-IDX)
           ELSE
               SET WS-UT-FULL TO TRUE
           END-IF.

       7110-CHECK-TOKEN-CLASH.
           MOVE 'N' TO WS-MK-CLASH-SW
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UT-COUNT OR WS-MK-CLASH
               IF WS-UT-TOKEN(UT-IDX) = WS-MK-TOKEN
                   SET WS-MK-CLASH TO TRUE
               END-IF
           END-PERFORM
           IF WS-MK-CLASH
               ADD 1 TO WS-TOTAL-CLASHES WS-CT-OTHER
               COMPUTE WS-MK-HASH = FUNCTION MOD(
                   WS-MK-HASH + 1, 9999999967)
               PERFORM 7300-FORMAT-TOKEN
           END-IF.

       7200-HASH-USERID.
           MOVE WS-MK-BASE TO WS-MK-HASH
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > 20
               COMPUTE WS-MK-ORD = FUNCTION ORD(
                   WS-MK-USERID(WS-MK-IDX:1))
               COMPUTE WS-MK-HASH = FUNCTION MOD(
                   WS-MK-HASH * 131 + WS-MK-ORD, 9999999967)
           END-PERFORM.

       7300-FORMAT-TOKEN.
           MOVE WS-MK-HASH TO WS-MK-DIGITS
           MOVE SPACES TO WS-MK-TOKEN
           STRING 'tok' DELIMITED BY SIZE
                  WS-MK-DIGITS DELIMITED BY SIZE
                  INTO WS-MK-TOKEN
           END-STRING.

       7900-CLEAR-COUNTS.
           MOVE 0 TO WS-CT-READ WS-CT-WRITTEN WS-CT-USERIDS
                     WS-CT-PASSWORDS WS-CT-HOSTS WS-CT-OTHER
                     WS-CT-OUTSIDE WS-CT-REFUSED
           MOVE SPACES TO WS-CT-NOTE.

       7950-WRITE-FILE-LINE.
           IF WS-CT-REFUSED > 0 AND WS-CT-NOTE = SPACES
               MOVE WS-CT-REFUSED TO WS-ED-COUNT
               STRING WS-ED-COUNT DELIMITED BY SIZE
                      ' DUPLICATE KEYS NOT WRITTEN' DELIMITED BY SIZE
                      INTO WS-CT-NOTE
               END-STRING
           END-IF
           MOVE WS-CT-FILE TO WS-FL-FILE
           MOVE WS-CT-TEST-NAME TO WS-FL-TEST-NAME
           MOVE WS-CT-READ TO WS-FL-READ
           MOVE WS-CT-WRITTEN TO WS-FL-WRITTEN
           MOVE WS-CT-USERIDS TO WS-FL-USERIDS
           MOVE WS-CT-PASSWORDS TO WS-FL-PASSWORDS
           MOVE WS-CT-HOSTS TO WS-FL-HOSTS
           MOVE WS-CT-OTHER TO WS-FL-OTHER
           MOVE WS-CT-OUTSIDE TO WS-FL-OUTSIDE
           MOVE WS-CT-NOTE TO WS-FL-NOTE
           WRITE MASK-REPORT-RECORD FROM WS-FILE-LINE.

       8000-WRITE-REPORT-FOOTING.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CREDFILE USER IDS TOKENIZED:    ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-OUTSIDE TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'USER IDS FOUND OUTSIDE CREDFILE:' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  '  (TOKENIZED BY THE SAME KEY; THEY MATCH EACH OTHER'
                      DELIMITED BY SIZE
                  ' BUT NO TEST CREDENTIAL)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CLASHES TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOKEN CLASHES RESOLVED:         ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'NO PRODUCTION USER ID, PASSWORD OR HOST IS PRINTED ON THIS REPORT. THE TOKEN MAPPING IS NOT KEPT,'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'AND THE MASKING KEY IS NOT COPIED TO THE TEST REGION.'
               TO WS-REPORT-LINE
           WRITE MASK-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY PARMPA.
       COPY FILESTPA.
