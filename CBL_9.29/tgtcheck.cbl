      *>               reason SUSPENDED, so the verified target
      *>               lists the sweeps read no longer carry
      *>               accounts the vendor already disabled.
      *>   2026-10-15  Promotes the accounts USERENUM confirmed (staged
      *>               on ENUMSTAG) when the central parameter
      *>               TGTCHECK/PROMOTE-ENUM is Y or B (both lists), M
      *>               (MICKTGTS only), or P (PLUTTGTS only): each
      *>               staged userid not already on the raw list is
      *>               appended to it, and its site pairing is added to
      *>               SITEXREF when a cross-reference is kept.  A
      *>               staged account is not rejected as NOT ON CREDFIL,
      *>               since the site has confirmed it exists; the
      *>               character rules and the vendor-suspended check
      *>               still apply.
      *>   2026-10-15  Posts each list's read, verified, and rejected
      *>               counts to the control-totals file (CTLTOTAL,
      *>               stream = list name) for the end-of-night
      *>               balancing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TGTCHECK.

           SELECT OPTIONAL TARGET-EXC-FILE ASSIGN TO "TGTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT OPTIONAL STAGED-TARGET-FILE ASSIGN TO "ENUMSTAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           COPY PARMFC.
           COPY SXRFFC.
           COPY CTOTFC.
           COPY BIZDTFC.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X VALUE SPACE.
           05 TX-TARGET             PIC X(20).

       FD  STAGED-TARGET-FILE.
       01  STAGED-TARGET-RECORD.
           05 SG-SITE-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 SG-TARGET             PIC X(20).

       COPY PARMFD.
       COPY SXRFFD.
       COPY CTOTFD.
       COPY BIZDTFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY SXRFWS.
           COPY CTOTWS.
           COPY BIZDTWS.
           01 WS-TI-STATUS          PIC X(2).
           01 WS-TO-STATUS          PIC X(2).
           01 WS-IX-STATUS          PIC X(2).
           01 WS-READ-COUNT         PIC 9(5).
           01 WS-PASSED-COUNT       PIC 9(5).
           01 WS-REJECT-COUNT       PIC 9(5).
           01 WS-SG-STATUS          PIC X(2).
           01 WS-SG-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-STAGED      VALUE 'Y'.
           01 WS-PROMOTE-ENUM       PIC X(1) VALUE 'N'.
              88 WS-PROMOTE-NONE    VALUE 'N'.
              88 WS-PROMOTE-MICKEY  VALUE 'B' 'M'.
              88 WS-PROMOTE-PLUTO   VALUE 'B' 'P'.
           01 WS-STG-COUNT          PIC 9(4) VALUE 0.
           01 WS-STG-TABLE.
              05 WS-STG-ENTRY OCCURS 2000 TIMES INDEXED BY SG-IDX.
                 10 WS-SG-T-SITE       PIC X(8).
                 10 WS-SG-T-TARGET     PIC X(20).
           01 WS-LIST-COUNT         PIC 9(4) VALUE 0.
           01 WS-LIST-TABLE.
              05 WS-LIST-USERID OCCURS 2000 TIMES
                                    INDEXED BY LS-IDX PIC X(20).
           01 WS-FOUND-SW           PIC X.
              88 WS-FOUND           VALUE 'Y'.
           01 WS-PROMOTED-COUNT     PIC 9(5).
           01 WS-XREF-ADDED         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-PM-PARM-FOUND AND WS-PM-PARM-VALUE(1:1) = 'Y'
               SET WS-ALLOW-UNLISTED TO TRUE
           END-IF
           MOVE 'PROMOTE-ENUM' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               EVALUATE WS-PM-PARM-VALUE(1:1)
                   WHEN 'Y'
                       MOVE 'B' TO WS-PROMOTE-ENUM
                   WHEN 'B'
                   WHEN 'M'
                   WHEN 'P'
                       MOVE WS-PM-PARM-VALUE(1:1) TO WS-PROMOTE-ENUM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT WS-PROMOTE-NONE
               PERFORM 0500-PROMOTE-STAGED
           END-IF

           OPEN INPUT CREDENTIAL-FILE
           IF WS-IX-STATUS = '00'
           END-IF
           GOBACK.

      *>   Accounts USERENUM confirmed on a site (ENUMSTAG) are
      *>   appended to the raw lists they are not already on and
      *>   mapped to that site on SITEXREF (when a cross-reference
      *>   is kept), then go through the same checks as any other
      *>   entry below -- except that a staged account is not
      *>   rejected for being absent from CREDFILE, since the site
      *>   itself has just said it exists.
       0500-PROMOTE-STAGED.
           OPEN INPUT STAGED-TARGET-FILE
           IF WS-SG-STATUS = '00'
               PERFORM 0510-READ-ONE-STAGED UNTIL END-OF-STAGED
               CLOSE STAGED-TARGET-FILE
           END-IF
           IF WS-STG-COUNT = 0
               DISPLAY 'TGTCHECK: NO STAGED ACCOUNTS IN ENUMSTAG -- '
                       'NOTHING TO PROMOTE'
           ELSE
               IF WS-PROMOTE-MICKEY
                   MOVE 'MICKTGTS' TO WS-TARGET-IN-NAME
                   MOVE 'MICKTGTS' TO WS-LIST-NAME
                   PERFORM 0600-PROMOTE-INTO-LIST
               END-IF
               IF WS-PROMOTE-PLUTO
                   MOVE 'PLUTTGTS' TO WS-TARGET-IN-NAME
                   MOVE 'PLUTTGTS' TO WS-LIST-NAME
                   PERFORM 0600-PROMOTE-INTO-LIST
               END-IF
               PERFORM 0700-PROMOTE-INTO-XREF
           END-IF.

       0510-READ-ONE-STAGED.
           READ STAGED-TARGET-FILE
               AT END SET END-OF-STAGED TO TRUE
               NOT AT END
                   IF SG-TARGET NOT = SPACES AND WS-STG-COUNT < 2000
                       ADD 1 TO WS-STG-COUNT
                       SET SG-IDX TO WS-STG-COUNT
                       MOVE SG-SITE-NAME TO WS-SG-T-SITE(SG-IDX)
                       MOVE SG-TARGET TO WS-SG-T-TARGET(SG-IDX)
                   END-IF
           END-READ.

       0600-PROMOTE-INTO-LIST.
           MOVE 0 TO WS-LIST-COUNT WS-PROMOTED-COUNT
           MOVE 'N' TO WS-TI-EOF-SW
           OPEN INPUT TARGET-IN-FILE
           IF WS-TI-STATUS = '00'
               PERFORM 0610-READ-LIST-ENTRY UNTIL END-OF-TARGETS
               CLOSE TARGET-IN-FILE
               OPEN EXTEND TARGET-IN-FILE
           ELSE
               OPEN OUTPUT TARGET-IN-FILE
           END-IF
           MOVE WS-TI-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE WS-LIST-NAME TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU
               9100-CHECK-FILE-STATUS-EXIT
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-STG-COUNT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING LS-IDX FROM 1 BY 1
                       UNTIL LS-IDX > WS-LIST-COUNT OR WS-FOUND
                   IF WS-LIST-USERID(LS-IDX) = WS-SG-T-TARGET(SG-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-LIST-COUNT < 2000
                   MOVE WS-SG-T-TARGET(SG-IDX) TO TARGET-IN-RECORD
                   WRITE TARGET-IN-RECORD
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-SG-T-TARGET(SG-IDX)
                       TO WS-LIST-USERID(WS-LIST-COUNT)
                   ADD 1 TO WS-PROMOTED-COUNT
               END-IF
           END-PERFORM
           CLOSE TARGET-IN-FILE
           DISPLAY 'TGTCHECK ' WS-LIST-NAME
                   ' PROMOTED FROM ENUMSTAG: ' WS-PROMOTED-COUNT.

       0610-READ-LIST-ENTRY.
           READ TARGET-IN-FILE
               AT END SET END-OF-TARGETS TO TRUE
               NOT AT END
                   IF WS-LIST-COUNT < 2000
                       ADD 1 TO WS-LIST-COUNT
                       MOVE TARGET-IN-RECORD
                           TO WS-LIST-USERID(WS-LIST-COUNT)
                   END-IF
           END-READ.

      *>   With no SITEXREF on file every pairing already counts as
      *>   mapped, so nothing is written.
       0700-PROMOTE-INTO-XREF.
           PERFORM 8460-LOAD-SITE-XREF THRU 8460-LOAD-SITE-XREF-EXIT
           IF WS-XR-COUNT > 0
               OPEN EXTEND SITE-XREF-FILE
               IF WS-XR-STATUS = '00'
                   PERFORM VARYING SG-IDX FROM 1 BY 1
                           UNTIL SG-IDX > WS-STG-COUNT
                       MOVE WS-SG-T-SITE(SG-IDX) TO WS-XR-SITE
                       MOVE WS-SG-T-TARGET(SG-IDX) TO WS-XR-TARGET
                       PERFORM 8470-CHECK-TARGET-MAPPED THRU
                           8470-CHECK-TARGET-MAPPED-EXIT
                       IF NOT WS-TARGET-MAPPED
                           MOVE SPACES TO SITE-XREF-RECORD
                           MOVE WS-XR-SITE TO XR-SITE-NAME
                           MOVE WS-XR-TARGET TO XR-TARGET
                           WRITE SITE-XREF-RECORD
                           ADD 1 TO WS-XREF-ADDED
                           IF WS-XR-COUNT < 200
                               ADD 1 TO WS-XR-COUNT
                               SET XR-IDX TO WS-XR-COUNT
                               MOVE WS-XR-SITE TO WS-XR-T-SITE(XR-IDX)
                               MOVE WS-XR-TARGET
                                   TO WS-XR-T-TARGET(XR-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE SITE-XREF-FILE
               END-IF
               DISPLAY 'TGTCHECK SITEXREF PAIRINGS ADDED: '
                       WS-XREF-ADDED
           END-IF.

       1000-CHECK-ONE-LIST.
           MOVE 0 TO WS-READ-COUNT WS-PASSED-COUNT WS-REJECT-COUNT
           MOVE 'N' TO WS-TI-EOF-SW
                       ' READ: ' WS-READ-COUNT
                       ' VERIFIED: ' WS-PASSED-COUNT
                       ' REJECTED: ' WS-REJECT-COUNT
               MOVE 'TGTCHECK' TO WS-TL-PROGRAM-ID
               MOVE WS-LIST-NAME TO WS-TL-STREAM
               MOVE WS-READ-COUNT TO WS-TL-INPUT-COUNT
               MOVE WS-PASSED-COUNT TO WS-TL-OUTPUT-COUNT
               MOVE WS-REJECT-COUNT TO WS-TL-REJECT-COUNT
               PERFORM 8780-POST-CONTROL-TOTALS THRU
                   8780-POST-CONTROL-TOTALS-EXIT
           END-IF.

       1100-CHECK-ONE-TARGET.
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           IF NOT WS-PROMOTE-NONE
               PERFORM VARYING SG-IDX FROM 1 BY 1
                       UNTIL SG-IDX > WS-STG-COUNT OR WS-FOUND
                   IF WS-SG-T-TARGET(SG-IDX) = TARGET-IN-RECORD
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TARGET-OK-SW = 'Y'
               AND WS-CREDFILE-AVAIL
               AND NOT WS-ALLOW-UNLISTED
               MOVE TARGET-IN-RECORD TO CR-USERID
               READ CREDENTIAL-FILE
                   INVALID KEY
                       IF NOT WS-FOUND
                           MOVE 'N' TO WS-TARGET-OK-SW
                           MOVE 'NOT ON CREDFIL' TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       IF CR-STATUS = 'S'
                           MOVE 'N' TO WS-TARGET-OK-SW
           END-IF.

       COPY PARMPA.
       COPY SXRFPA.
       COPY CTOTPA.
       COPY BIZDTPA.
       COPY FILESTPA.
