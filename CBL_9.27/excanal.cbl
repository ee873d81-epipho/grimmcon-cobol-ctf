      *>               counts by reason and source, so the fix-and-
      *>               resubmit cycle starts from a diagnosis instead
      *>               of a hex dump.
      *>   2026-10-15  MODEXC records now carry MOD's reason code after
      *>               the transaction; numbers MOD refused as
      *>               duplicates of an earlier accept (DUPL) are
      *>               classified DUPLICATE NUMBER and counted on the
      *>               totals line.
      *>   2026-10-15  MODEXC reasons CHKF (check digit failed) and SCHM
      *>               (unknown scheme) are now classified and totalled
      *>               separately.
      *>   2026-10-15  Exceptions matching a suppression in force on
      *>               SUPPREG are left out of the detail and reason
      *>               counts (the hit is logged to SUPPHIT) and counted
      *>               on a SUPPRESSED line instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCANAL.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO "EXCARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY SUPRFC.

       DATA DIVISION.
       FILE SECTION.
       01  MOD-EXCEPTION-RECORD.
           05 MX-NUM                PIC X(18).
           05 MX-MOD                PIC X(18).
           05 MX-SCHEME             PIC X(4).
           05 FILLER                PIC X.
           05 MX-REASON             PIC X(4).

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-RECORD   PIC X(80).

       COPY SUPRFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SUPRWS.
           01 WS-DX-STATUS          PIC X(2).
           01 WS-MX-STATUS          PIC X(2).
           01 WS-DX-EOF-SW          PIC X VALUE 'N'.
           01 WS-BAD-CHAR-COUNT     PIC 9(6) VALUE 0.
           01 WS-NONNUM-MOD-COUNT   PIC 9(6) VALUE 0.
           01 WS-ZERO-MOD-COUNT     PIC 9(6) VALUE 0.
           01 WS-DUP-NUM-COUNT      PIC 9(6) VALUE 0.
           01 WS-CHKF-COUNT         PIC 9(6) VALUE 0.
           01 WS-SCHM-COUNT         PIC 9(6) VALUE 0.
           01 WS-DUMBO-TOTAL        PIC 9(6) VALUE 0.
           01 WS-MOD-TOTAL          PIC 9(6) VALUE 0.
           01 WS-DUMBO-SUPP-COUNT   PIC 9(6) VALUE 0.
           01 WS-MOD-SUPP-COUNT     PIC 9(6) VALUE 0.
           01 WS-REPORT-LINE        PIC X(80).
           01 WS-DETAIL-LINE.
              05 WS-DL-SOURCE       PIC X(8).
               AT END SET END-OF-DUMBO-EXC TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUMBO-TOTAL
                   MOVE 'DUMBOEXC' TO WS-XS-VIEW
                   MOVE 'DUMBO' TO WS-XS-KEY-PROGRAM
                   MOVE SPACES TO WS-XS-KEY-SITE WS-XS-KEY-RESP-CODE
                   MOVE DX-USERID TO WS-XS-KEY-USERID
                   MOVE DUMBO-EXCEPTION-RECORD TO WS-XS-KEY-TEXT
                   MOVE DX-USERID TO WS-XS-REF
                   PERFORM 8774-CHECK-SUPPRESSION THRU
                       8774-CHECK-SUPPRESSION-EXIT
                   IF WS-XS-SUPPRESSED
                       ADD 1 TO WS-DUMBO-SUPP-COUNT
                   ELSE
                       PERFORM 1100-CLASSIFY-CREDENTIAL
                       MOVE 'DUMBOEXC' TO WS-DL-SOURCE
                       MOVE WS-REASON TO WS-DL-REASON
                       MOVE DX-USERID TO WS-DL-KEY
                       WRITE ANALYSIS-REPORT-RECORD FROM WS-DETAIL-LINE
                       MOVE DX-USERID(1:5) TO WS-KEY-EXCERPT
                       PERFORM 4000-SHOW-KEY-VIEWS
                   END-IF
           END-READ.

       1100-CLASSIFY-CREDENTIAL.
               AT END SET END-OF-MOD-EXC TO TRUE
               NOT AT END
                   ADD 1 TO WS-MOD-TOTAL
                   MOVE 'MODEXC' TO WS-XS-VIEW
                   MOVE 'MOD' TO WS-XS-KEY-PROGRAM
                   MOVE SPACES TO WS-XS-KEY-SITE WS-XS-KEY-RESP-CODE
                                  WS-XS-KEY-USERID
                   MOVE MOD-EXCEPTION-RECORD TO WS-XS-KEY-TEXT
                   MOVE MX-NUM TO WS-XS-REF
                   PERFORM 8774-CHECK-SUPPRESSION THRU
                       8774-CHECK-SUPPRESSION-EXIT
                   IF WS-XS-SUPPRESSED
                       ADD 1 TO WS-MOD-SUPP-COUNT
                   ELSE
                       PERFORM 2100-CLASSIFY-MOD
                       MOVE 'MODEXC' TO WS-DL-SOURCE
                       MOVE WS-REASON TO WS-DL-REASON
                       MOVE MX-NUM TO WS-DL-KEY
                       WRITE ANALYSIS-REPORT-RECORD FROM WS-DETAIL-LINE
                       MOVE MX-NUM(1:5) TO WS-KEY-EXCERPT
                       PERFORM 4000-SHOW-KEY-VIEWS
                   END-IF
           END-READ.

       2100-CLASSIFY-MOD.
           MOVE MX-MOD TO WS-MOD-X
           EVALUATE TRUE
               WHEN MX-REASON = 'DUPL'
                   MOVE 'DUPLICATE NUMBER' TO WS-REASON
                   ADD 1 TO WS-DUP-NUM-COUNT
               WHEN MX-REASON = 'CHKF'
                   MOVE 'CHECK DIGIT FAILED' TO WS-REASON
                   ADD 1 TO WS-CHKF-COUNT
               WHEN MX-REASON = 'SCHM'
                   MOVE 'UNKNOWN SCHEME' TO WS-REASON
                   ADD 1 TO WS-SCHM-COUNT
               WHEN WS-MOD-X IS NOT NUMERIC
                   MOVE 'NON-NUMERIC MODULUS' TO WS-REASON
                   ADD 1 TO WS-NONNUM-MOD-COUNT
               WHEN WS-MOD-N = 0
                   MOVE 'ZERO MODULUS' TO WS-REASON
                   ADD 1 TO WS-ZERO-MOD-COUNT
               WHEN OTHER
                   MOVE 'OTHER' TO WS-REASON
           END-EVALUATE.

      *>   RED shows the same five leading bytes of the key both as
      *>   a number and as characters on the console, which is
                  WS-NONNUM-MOD-COUNT DELIMITED BY SIZE
                  '  ZERO MOD: ' DELIMITED BY SIZE
                  WS-ZERO-MOD-COUNT DELIMITED BY SIZE
                  '  DUP: ' DELIMITED BY SIZE
                  WS-DUP-NUM-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '                CHECK DIGIT FAILED: ' DELIMITED BY SIZE
                  WS-CHKF-COUNT DELIMITED BY SIZE
                  '  UNKNOWN SCHEME: ' DELIMITED BY SIZE
                  WS-SCHM-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUPPRESSED (NOT LISTED): DUMBOEXC ' DELIMITED BY SIZE
                  WS-DUMBO-SUPP-COUNT DELIMITED BY SIZE
                  '  MODEXC ' DELIMITED BY SIZE
                  WS-MOD-SUPP-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY SUPRPA.
       COPY FILESTPA.
