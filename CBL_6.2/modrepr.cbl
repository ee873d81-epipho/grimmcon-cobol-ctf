       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Check-digit repair suggestions.
      *>               The remittance desk was keying corrections to
      *>               rejected numbers by guesswork, when nearly all
      *>               of them are one mistyped digit or two swapped
      *>               neighbours.  For every MODEXC record MOD
      *>               logged as a check failure (CHKF), each
      *>               single-digit substitution and each adjacent
      *>               transposition of the number is put through
      *>               MOD11 -- same scheme (MODSCHEM catalog) or
      *>               plain modulus the transaction carried, in
      *>               MOD11's trial mode so the hypothetical numbers
      *>               stay off the MOD11AUD evidence -- and every
      *>               candidate that passes is listed on MODREPRP
      *>               under the rejected number.  A number with
      *>               exactly one candidate is flagged UNIQUE so the
      *>               desk can phone the vendor with a specific
      *>               correction.  Positions ahead of the first
      *>               significant digit are left alone, and no
      *>               candidate is given a leading zero: those are
      *>               dropped or added digits, not mistypes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODREPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-EXCEPTION-FILE ASSIGN TO "MODEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT REPAIR-REPORT-FILE ASSIGN TO "MODREPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOD-EXCEPTION-FILE.
       01  MOD-EXCEPTION-RECORD.
           05 MX-NUM                PIC X(18).
           05 MX-MOD                PIC X(18).
           05 MX-SCHEME             PIC X(4).
           05 FILLER                PIC X.
           05 MX-REASON             PIC X(4).

       FD  REPAIR-REPORT-FILE.
       01  REPAIR-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           01 WS-MX-STATUS          PIC X(2).
           01 WS-MX-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-MOD-EXC     VALUE 'Y'.
      *>   MOD11 call interface, trial mode.
           01 WS-CANDIDATE          PIC 9(18).
           01 WS-CANDIDATE-X REDEFINES WS-CANDIDATE PIC X(18).
           01 WS-SIGN               PIC X(1) VALUE '+'.
           01 WS-MOD                PIC 9(18).
           01 WS-RADIX              PIC 9(2) VALUE 0.
           01 WS-REMAINDER          PIC 9(19).
           01 WS-RETURN-CODE        PIC 9(1).
           01 WS-MOD11-FUNCTION     PIC X(1) VALUE 'T'.
           01 WS-CHECK-DIGIT        PIC 9(1).
           01 WS-COMPOSED-NUM       PIC 9(18).
           01 WS-SCHEME-CODE        PIC X(4).
           01 WS-OPERATOR-ID        PIC X(8) VALUE 'MODREPR'.
      *>   Candidate generation.
           01 WS-ORIGINAL-X         PIC X(18).
           01 WS-FIRST-POS          PIC 9(2).
           01 WS-POS                PIC 9(2).
           01 WS-NEXT-POS           PIC 9(2).
           01 WS-TRY-DIGIT          PIC 9(1).
           01 WS-TRY-DIGIT-X REDEFINES WS-TRY-DIGIT PIC X(1).
           01 WS-TRY-LIMIT          PIC 9(2).
           01 WS-REPAIR-TYPE        PIC X(5).
           01 WS-CAND-COUNT         PIC 9(3).
           01 WS-CAND-TABLE.
              05 WS-CAND-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
                 10 WS-CD-NUM          PIC 9(18).
                 10 WS-CD-TYPE         PIC X(5).
                 10 WS-CD-POS          PIC 9(2).
           01 WS-CAND-DROPPED       PIC 9(3).
      *>   Run totals.
           01 WS-CHKF-READ          PIC 9(6) VALUE 0.
           01 WS-UNIQUE-COUNT       PIC 9(6) VALUE 0.
           01 WS-MULTIPLE-COUNT     PIC 9(6) VALUE 0.
           01 WS-NONE-COUNT         PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT      PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(80).
           01 WS-NUMBER-LINE.
              05 FILLER             PIC X(9) VALUE 'REJECTED '.
              05 WS-NL-NUM          PIC Z(17)9.
              05 FILLER             PIC X(6) VALUE ' MOD  '.
              05 WS-NL-MOD          PIC Z(17)9.
              05 FILLER             PIC X(8) VALUE ' SCHEME '.
              05 WS-NL-SCHEME       PIC X(4).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-NL-VERDICT      PIC X(16).
           01 WS-CANDIDATE-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-CL-NUM          PIC Z(17)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-CL-TYPE         PIC X(5).
              05 FILLER             PIC X(5) VALUE ' POS '.
              05 WS-CL-POS          PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'MODREPR' TO WS-FS-PROGRAM-ID
           OPEN OUTPUT REPAIR-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'MODREPRP' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'MOD CHECK-DIGIT REPAIR CANDIDATES' TO WS-REPORT-LINE
           WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT MOD-EXCEPTION-FILE
           IF WS-MX-STATUS = '00'
               PERFORM 1000-REPAIR-ONE-REJECT UNTIL END-OF-MOD-EXC
               CLOSE MOD-EXCEPTION-FILE
           ELSE
               MOVE 'NO MODEXC ON FILE' TO WS-REPORT-LINE
               WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHECK FAILURES: ' DELIMITED BY SIZE
                  WS-CHKF-READ DELIMITED BY SIZE
                  '  UNIQUE: ' DELIMITED BY SIZE
                  WS-UNIQUE-COUNT DELIMITED BY SIZE
                  '  MULTIPLE: ' DELIMITED BY SIZE
                  WS-MULTIPLE-COUNT DELIMITED BY SIZE
                  '  NONE: ' DELIMITED BY SIZE
                  WS-NONE-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPAIR-REPORT-FILE
           DISPLAY 'MODREPR ' WS-REPORT-LINE
           GOBACK.

       1000-REPAIR-ONE-REJECT.
           READ MOD-EXCEPTION-FILE
               AT END SET END-OF-MOD-EXC TO TRUE
               NOT AT END
                   IF MX-REASON = 'CHKF'
                       ADD 1 TO WS-CHKF-READ
                       PERFORM 2000-BUILD-CANDIDATES THRU
                           2000-BUILD-CANDIDATES-EXIT
                   END-IF
           END-READ.

      *>   The check parameters are the transaction's own: a scheme
      *>   code goes to MOD11 as is, otherwise the numeric modulus
      *>   with radix 0, exactly as MOD called it.
       2000-BUILD-CANDIDATES.
           IF MX-NUM IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-BUILD-CANDIDATES-EXIT
           END-IF
           MOVE MX-SCHEME TO WS-SCHEME-CODE
           IF WS-SCHEME-CODE = SPACES
               IF MX-MOD IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2000-BUILD-CANDIDATES-EXIT
               END-IF
               MOVE MX-MOD TO WS-MOD
           ELSE
               MOVE 0 TO WS-MOD
           END-IF
           MOVE MX-NUM TO WS-ORIGINAL-X
           MOVE 0 TO WS-CAND-COUNT WS-CAND-DROPPED
           MOVE 18 TO WS-FIRST-POS
           PERFORM VARYING WS-POS FROM 18 BY -1 UNTIL WS-POS < 1
               IF WS-ORIGINAL-X(WS-POS:1) NOT = '0'
                   MOVE WS-POS TO WS-FIRST-POS
               END-IF
           END-PERFORM
           MOVE 'SUBST' TO WS-REPAIR-TYPE
           PERFORM 2100-TRY-SUBSTITUTIONS
               VARYING WS-POS FROM WS-FIRST-POS BY 1
               UNTIL WS-POS > 18
           MOVE 'SWAP' TO WS-REPAIR-TYPE
           PERFORM 2200-TRY-TRANSPOSITION
               VARYING WS-POS FROM WS-FIRST-POS BY 1
               UNTIL WS-POS > 17
           PERFORM 3000-REPORT-REJECT.
       2000-BUILD-CANDIDATES-EXIT.
           EXIT.

       2100-TRY-SUBSTITUTIONS.
           PERFORM VARYING WS-TRY-LIMIT FROM 0 BY 1
                   UNTIL WS-TRY-LIMIT > 9
               MOVE WS-TRY-LIMIT TO WS-TRY-DIGIT
               IF WS-TRY-DIGIT-X NOT = WS-ORIGINAL-X(WS-POS:1)
                   AND NOT (WS-POS = WS-FIRST-POS AND WS-TRY-DIGIT = 0)
                   MOVE WS-ORIGINAL-X TO WS-CANDIDATE-X
                   MOVE WS-TRY-DIGIT-X TO WS-CANDIDATE-X(WS-POS:1)
                   PERFORM 2500-TRY-CANDIDATE
               END-IF
           END-PERFORM.

       2200-TRY-TRANSPOSITION.
           COMPUTE WS-NEXT-POS = WS-POS + 1
           IF WS-ORIGINAL-X(WS-POS:1) NOT = WS-ORIGINAL-X(WS-NEXT-POS:1)
               AND NOT (WS-POS = WS-FIRST-POS
                        AND WS-ORIGINAL-X(WS-NEXT-POS:1) = '0')
               MOVE WS-ORIGINAL-X TO WS-CANDIDATE-X
               MOVE WS-ORIGINAL-X(WS-NEXT-POS:1)
                   TO WS-CANDIDATE-X(WS-POS:1)
               MOVE WS-ORIGINAL-X(WS-POS:1)
                   TO WS-CANDIDATE-X(WS-NEXT-POS:1)
               PERFORM 2500-TRY-CANDIDATE
           END-IF.

       2500-TRY-CANDIDATE.
           CALL 'MOD11' USING WS-CANDIDATE, WS-SIGN, WS-MOD, WS-RADIX,
               WS-REMAINDER, WS-RETURN-CODE, WS-MOD11-FUNCTION,
               WS-CHECK-DIGIT, WS-COMPOSED-NUM, WS-SCHEME-CODE,
               WS-OPERATOR-ID
           IF WS-RETURN-CODE = 0 AND WS-REMAINDER = 0
               IF WS-CAND-COUNT < 200
                   ADD 1 TO WS-CAND-COUNT
                   SET CD-IDX TO WS-CAND-COUNT
                   MOVE WS-CANDIDATE TO WS-CD-NUM(CD-IDX)
                   MOVE WS-REPAIR-TYPE TO WS-CD-TYPE(CD-IDX)
                   MOVE WS-POS TO WS-CD-POS(CD-IDX)
               ELSE
                   ADD 1 TO WS-CAND-DROPPED
               END-IF
           END-IF.

       3000-REPORT-REJECT.
           MOVE SPACES TO REPAIR-REPORT-RECORD
           WRITE REPAIR-REPORT-RECORD
           MOVE MX-NUM TO WS-NL-NUM
           MOVE WS-MOD TO WS-NL-MOD
           MOVE WS-SCHEME-CODE TO WS-NL-SCHEME
           EVALUATE TRUE
               WHEN WS-CAND-COUNT = 0
                   MOVE 'NO CANDIDATE' TO WS-NL-VERDICT
                   ADD 1 TO WS-NONE-COUNT
               WHEN WS-CAND-COUNT = 1
                   MOVE 'UNIQUE' TO WS-NL-VERDICT
                   ADD 1 TO WS-UNIQUE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-NL-VERDICT
                   STRING WS-CAND-COUNT DELIMITED BY SIZE
                          ' CANDIDATES' DELIMITED BY SIZE
                          INTO WS-NL-VERDICT
                   END-STRING
                   ADD 1 TO WS-MULTIPLE-COUNT
           END-EVALUATE
           WRITE REPAIR-REPORT-RECORD FROM WS-NUMBER-LINE
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-CAND-COUNT
               MOVE WS-CD-NUM(CD-IDX) TO WS-CL-NUM
               MOVE WS-CD-TYPE(CD-IDX) TO WS-CL-TYPE
               MOVE WS-CD-POS(CD-IDX) TO WS-CL-POS
               WRITE REPAIR-REPORT-RECORD FROM WS-CANDIDATE-LINE
           END-PERFORM
           IF WS-CAND-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ** ' DELIMITED BY SIZE
                      WS-CAND-DROPPED DELIMITED BY SIZE
                      ' MORE CANDIDATES NOT LISTED' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COPY FILESTPA.
