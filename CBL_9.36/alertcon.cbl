      *>               EODRPT surfaces.  The queue is line
      *>               sequential, so acknowledgments and escalation
      *>               apply by the usual two-pass rewrite.
      *>   2026-10-15  Each open alert in the listing is followed by its
      *>               run-book entry (reference, escalation contact,
      *>               recovery steps), found by the alert's source and
      *>               failure type.  Work record widened for the longer
      *>               alert record.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTCON.

               FILE STATUS IS WS-WK-STATUS.
           COPY OPERFC.
           COPY PARMFC.
           COPY RBOOKFC.

       DATA DIVISION.
       FILE SECTION.
       COPY ALRTFD.

       FD  ALERT-WORK-FILE.
       01  ALERT-WORK-RECORD        PIC X(140).

       COPY OPERFD.
       COPY PARMFD.
       COPY RBOOKFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY PARMWS.
           COPY ALRTWS.
           COPY RBOOKWS.
           01 WS-WK-STATUS             PIC X(2).
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
                               DISPLAY '  ** ESCALATED AFTER '
                                       AL-CYCLES ' CYCLE(S)'
                           END-IF
                           PERFORM C3-PARA-SHOW-RUNBOOK
                       END-IF
               END-READ.

           C3-PARA-SHOW-RUNBOOK.
               MOVE AL-SOURCE TO WS-RB-PROGRAM-ID
               MOVE AL-FAILURE-TYPE TO WS-RB-FAILURE-TYPE
               PERFORM 8670-LOOKUP-RUNBOOK THRU 8670-LOOKUP-RUNBOOK-EXIT
               IF WS-RB-FOUND
                   DISPLAY '   ' WS-RB-HEAD-LINE
                   PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                           UNTIL WS-RB-IDX > WS-RB-STEP-COUNT
                       DISPLAY '   ' WS-RB-STEP-TEXT(WS-RB-IDX)
                   END-PERFORM
               END-IF.

           D-PARA-ACKNOWLEDGE.
               DISPLAY 'Enter alert number (6 digits): '
               ACCEPT WS-ALERT-ID-ENTRY

       COPY OPERPA.
       COPY PARMPA.
       COPY RBOOKPA.
       COPY FILESTPA.
