      *>   FINDFD in FILE-CONTROL and the FILE SECTION, FILESTWS /
      *>   FILESTPA with WS-FS-PROGRAM-ID set, and the business
      *>   processing-date copybooks -- a finding files under the
      *>   business date like every other record of the night --
      *>   and PARMWS / PARMPA for the second-factor severity.
      *>   A finding matching a suppression in force on SUPPREG is
      *>   still written, with status SUPPRESS and the suppression's
      *>   ID in place of the operator, so it stays on file but out
      *>   of the daily views; that needs SUPRWS / SUPRPA and SUPRFC /
      *>   SUPRFD as well.
       8150-WRITE-FINDING.
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE SPACE TO FN-VALID-FLAG
           MOVE WS-FN-RULE-ID TO FN-RULE-ID
           PERFORM 8155-SCORE-FINDING THRU 8155-SCORE-FINDING-EXIT
           IF WS-FN-SEVERITY = 0
               MOVE WS-FN-FIXED-SEVERITY TO WS-FN-SEVERITY
           END-IF
           IF WS-FN-KIND-MFA
               PERFORM 8157-SCORE-MFA-FINDING THRU
                   8157-SCORE-MFA-FINDING-EXIT
           END-IF
           MOVE WS-FN-SEVERITY TO FN-SEVERITY
           MOVE WS-FN-FINDING-KIND TO FN-FINDING-KIND
           MOVE WS-FN-ENGAGEMENT-ID TO FN-ENGAGEMENT-ID
           MOVE WS-FN-LINKED-CORR-ID TO FN-LINKED-CORR-ID
           MOVE 'FINDINGS' TO WS-XS-VIEW
           MOVE WS-FN-PROGRAM-ID TO WS-XS-KEY-PROGRAM
           MOVE WS-FN-SITE-NAME TO WS-XS-KEY-SITE
           MOVE WS-FN-USERID TO WS-XS-KEY-USERID
           MOVE WS-FN-RESP-CODE TO WS-XS-KEY-RESP-CODE
           MOVE WS-FN-CREDENTIAL TO WS-XS-KEY-TEXT
           MOVE WS-FN-USERID TO WS-XS-REF
           PERFORM 8774-CHECK-SUPPRESSION THRU
               8774-CHECK-SUPPRESSION-EXIT
           IF WS-XS-SUPPRESSED
               MOVE 'SUPPRESS' TO FN-STATUS
               MOVE WS-XS-HIT-ID TO FN-STATUS-OPER
           END-IF
           WRITE FINDINGS-RECORD
           MOVE WS-FN-STATUS TO WS-FS-STATUS
           MOVE 'WRITE' TO WS-FS-OPERATION
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           CLOSE FINDINGS-FILE
           MOVE SPACES TO WS-FN-RESP-CODE.
       8150-WRITE-FINDING-EXIT.
           EXIT.

       8155-SCORE-FINDING-EXIT.
           EXIT.

      *>   The caller's parameter key is put back after the lookup,
      *>   so a finding written mid-run cannot redirect the caller's
      *>   own later lookups.
       8157-SCORE-MFA-FINDING.
           IF NOT WS-FN-MFA-SEV-LOADED
               SET WS-FN-MFA-SEV-LOADED TO TRUE
               MOVE WS-PM-PROGRAM-ID TO WS-FN-SAVE-PM-PROGRAM
               MOVE WS-PM-PARM-NAME TO WS-FN-SAVE-PM-NAME
               MOVE 'FINDINGS' TO WS-PM-PROGRAM-ID
               MOVE 'MFA-SEVERITY' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
                   MOVE WS-PM-PARM-VALUE(1:3) TO WS-FN-MFA-SEVERITY
               END-IF
               MOVE WS-FN-SAVE-PM-PROGRAM TO WS-PM-PROGRAM-ID
               MOVE WS-FN-SAVE-PM-NAME TO WS-PM-PARM-NAME
           END-IF
           IF WS-FN-MFA-SEVERITY > 0
               MOVE WS-FN-MFA-SEVERITY TO WS-FN-SEVERITY
           ELSE
               COMPUTE WS-FN-SEVERITY = (WS-FN-SEVERITY + 1) / 2
           END-IF.
       8157-SCORE-MFA-FINDING-EXIT.
           EXIT.

       8156-READ-ONE-META.
           READ TARGET-META-FILE
               AT END SET END-OF-TARGET-META TO TRUE
