      *>               is reported and nothing is written, instead
      *>               of truncating every scheduled version over a
      *>               transient lock or permission problem.
      *>   2026-10-15  Operator sign-on; ADD, CHANGE, and SCHEDULE need
      *>               a senior operator, prompt for the change ticket
      *>               (checked against the CHGREQ register), and are
      *>               written to the operator journal with it.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARMFC.
           COPY OPERFC.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
           COPY PARMFD.
           COPY OPERFD.
           COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY PARMWS.
           COPY FILESTWS.
           COPY OPERWS.
           COPY CHGQWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.

       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'PARMMNT' TO WS-FS-PROGRAM-ID
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
               END-IF
               PERFORM B-PARA UNTIL WS-DONE.
               STOP RUN.


               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM Z-PARA-CHECK-SENIOR
                       IF WS-SO-AUTH-LEVEL >= 3
                           PERFORM C-PARA
                       END-IF
                   WHEN 2
                       PERFORM Z-PARA-CHECK-SENIOR
                       IF WS-SO-AUTH-LEVEL >= 3
                           PERFORM D-PARA
                       END-IF
                   WHEN 3
                       PERFORM E-PARA
                   WHEN 4
                       PERFORM H-PARA
                   WHEN 5
                       PERFORM Z-PARA-CHECK-SENIOR
                       IF WS-SO-AUTH-LEVEL >= 3
                           PERFORM J-PARA-SCHEDULE
                       END-IF
                   WHEN 6
                       PERFORM K-PARA-PENDING
                   WHEN 0
                       DISPLAY 'INVALID CHOICE, TRY AGAIN.'
               END-EVALUATE.

           Z-PARA-CHECK-SENIOR.
               IF WS-SO-AUTH-LEVEL < 3
                   DISPLAY 'NOT AUTHORIZED: CHANGES NEED LEVEL 3'
               END-IF.

           C-PARA.
               PERFORM G-PARA-GET-KEY
               PERFORM G2-PARA-GET-VALUE
               IF WS-ENTRY-VALID
                   MOVE 'PARMFILE' TO WS-CQ-TARGET-FILE
                   PERFORM 8560-GET-CHANGE-TICKET THRU
                       8560-GET-CHANGE-TICKET-EXIT
                   MOVE WS-PROGRAM-ENTRY TO PM-PROGRAM-ID
                   MOVE WS-PARM-NAME-ENTRY TO PM-PARM-NAME
                   MOVE WS-VALUE-ENTRY TO PM-PARM-VALUE
                       NOT INVALID KEY
                           DISPLAY 'PARM ADDED: ' PM-PROGRAM-ID
                                   ' ' PM-PARM-NAME
                           MOVE 'ADD PARM' TO WS-JR-FUNCTION
                           PERFORM M-PARA-JOURNAL-PARM
                   END-WRITE
                   CLOSE PARAMETER-FILE
                   PERFORM L-PARA-RESEAL-MASTER
                           DISPLAY 'CURRENT VALUE: ' PM-PARM-VALUE
                           PERFORM G2-PARA-GET-VALUE
                           IF WS-ENTRY-VALID
                               MOVE 'PARMFILE' TO WS-CQ-TARGET-FILE
                               PERFORM 8560-GET-CHANGE-TICKET THRU
                                   8560-GET-CHANGE-TICKET-EXIT
                               MOVE WS-VALUE-ENTRY TO PM-PARM-VALUE
                               REWRITE PARAMETER-RECORD
                               DISPLAY 'PARM CHANGED: ' PM-PROGRAM-ID
                                       ' ' PM-PARM-NAME
                               MOVE 'CHANGE PARM' TO WS-JR-FUNCTION
                               PERFORM M-PARA-JOURNAL-PARM
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
                   IF WS-EFF-FROM-ENTRY = 0
                       DISPLAY 'EFFECTIVE-FROM DATE IS REQUIRED'
                   ELSE
                       MOVE 'PARMVERS' TO WS-CQ-TARGET-FILE
                       PERFORM 8560-GET-CHANGE-TICKET THRU
                           8560-GET-CHANGE-TICKET-EXIT
                       PERFORM J2-PARA-WRITE-VERSION
                   END-IF
               END-IF.
                                   ' FROM ' PV-EFF-FROM
                   END-WRITE
                   CLOSE PARM-VERSION-FILE
                   MOVE 'SCHEDULE PARM' TO WS-JR-FUNCTION
                   PERFORM M-PARA-JOURNAL-PARM
               END-IF.

           K-PARA-PENDING.
                       END-IF
               END-READ.

           M-PARA-JOURNAL-PARM.
               MOVE SPACES TO WS-JR-PARMS
               STRING WS-PROGRAM-ENTRY DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-PARM-NAME-ENTRY DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-VALUE-ENTRY DELIMITED BY SIZE
                      INTO WS-JR-PARMS
               END-STRING
               MOVE WS-CQ-TICKET TO WS-JR-TICKET
               PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT.

           L-PARA-RESEAL-MASTER.
               MOVE 'PARMFILE' TO WS-SEAL-FILE-ID
               MOVE 'R' TO WS-SEAL-FUNCTION
                   WS-SEAL-FUNCTION, WS-SEAL-RESULT.

       COPY PARMPA.
       COPY OPERPA.
       COPY CHGQPA.
