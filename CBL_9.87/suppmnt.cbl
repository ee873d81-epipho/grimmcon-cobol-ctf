       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  False-positive suppression register
      *>               maintenance, so SUPPREG is not edited by hand.
      *>               The same known-benign conditions came back every
      *>               night -- a test account that logs in by design,
      *>               a site's planned 503, a vendor number that
      *>               always fails its check digit -- and cluttered
      *>               FINDRPT, ALERTCON, and EXCANAL.  A suppression
      *>               names what it matches (program, site, userid,
      *>               response code, and/or text), why, and the date
      *>               it lapses; the operator adding it is recorded as
      *>               its approver.  Behind the operator sign-on: LIST
      *>               is open to any operator; ADD and END need a
      *>               senior operator (level 3 or above).  The expiry
      *>               is required, may not be in the past, and may not
      *>               run past the longest term allowed (central
      *>               parameter SUPPMNT/MAX-DAYS, default 90 days), so
      *>               every suppression comes back for review.  END
      *>               lapses one early (its expiry becomes yesterday);
      *>               lines are never deleted, so the monthly report
      *>               still shows them.  Comment lines on file are
      *>               kept.  Every change names its change ticket and
      *>               is written to the operator journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUPRFC.
           COPY OPERFC.
           COPY CHGQFC.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
           COPY SUPRFD.
           COPY OPERFD.
           COPY CHGQFD.
           COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SUPRWS.
           COPY OPERWS.
           COPY CHGQWS.
           COPY PARMWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           01 WS-EOF-SW                PIC X.
              88 WS-AT-EOF             VALUE 'Y'.
           01 WS-ENTRY-VALID-SW        PIC X VALUE 'Y'.
              88 WS-ENTRY-VALID        VALUE 'Y'.
           01 WS-FOUND-SW              PIC X.
              88 WS-FOUND              VALUE 'Y'.
           01 WS-MAX-DAYS              PIC 9(3) VALUE 90.
           01 WS-TODAY                 PIC 9(8).
           01 WS-TODAY-INT             PIC 9(8).
           01 WS-LATEST-EXPIRY         PIC 9(8).
           01 WS-YESTERDAY             PIC 9(8).
           01 WS-ID-ENTRY              PIC X(8).
           01 WS-PROGRAM-ENTRY         PIC X(8).
           01 WS-SITE-ENTRY            PIC X(8).
           01 WS-USERID-ENTRY          PIC X(20).
           01 WS-RESP-ENTRY            PIC X(3).
           01 WS-TEXT-ENTRY            PIC X(20).
           01 WS-JUSTIFY-ENTRY         PIC X(40).
           01 WS-EXPIRY-ENTRY          PIC X(8).
           01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-ENTRY.
              05 WS-EXPIRY-YYYY        PIC 9(4).
              05 WS-EXPIRY-MM          PIC 9(2).
              05 WS-EXPIRY-DD          PIC 9(2).
           01 WS-EXPIRY-N REDEFINES WS-EXPIRY-ENTRY PIC 9(8).
           01 WS-NEXT-NUMBER           PIC 9(6).
           01 WS-NEW-ID.
              05 FILLER                PIC X(2) VALUE 'SP'.
              05 WS-NEW-ID-NUMBER      PIC 9(6).
      *>   The whole file, comment lines included, held while a
      *>   change is made and written back in the same order.
           01 WS-LINE-COUNT            PIC 9(3) VALUE 0.
           01 WS-LINE-TABLE.
              05 WS-LN-ENTRY OCCURS 200 TIMES INDEXED BY LN-IDX.
                 10 WS-LN-TEXT         PIC X(140).
                 10 WS-LN-FIELDS REDEFINES WS-LN-TEXT.
                    15 WS-LN-ID        PIC X(8).
                    15 FILLER          PIC X(83).
                    15 WS-LN-EXPIRES   PIC X(8).
                    15 FILLER          PIC X(41).
                 10 WS-LN-ID-PARTS REDEFINES WS-LN-TEXT.
                    15 WS-LN-ID-PREFIX PIC X(2).
                    15 WS-LN-ID-NUMBER PIC X(6).
                    15 FILLER          PIC X(132).
           01 WS-LN-HIT                PIC 9(3).
           01 WS-DROPPED-COUNT         PIC 9(4) VALUE 0.
           01 WS-LIST-LINE.
              05 WS-L-ID               PIC X(8).
              05 FILLER                PIC X VALUE SPACE.
              05 WS-L-STATE            PIC X(11).
              05 FILLER                PIC X(5) VALUE ' EXP '.
              05 WS-L-EXPIRES          PIC 9(8).
              05 FILLER                PIC X(4) VALUE ' BY '.
              05 WS-L-APPROVED-BY      PIC X(8).
              05 FILLER                PIC X VALUE SPACE.
              05 WS-L-APPROVED-ON      PIC 9(8).
           01 WS-CRITERIA-LINE.
              05 FILLER                PIC X(6) VALUE '  PGM '.
              05 WS-C-PROGRAM          PIC X(8).
              05 FILLER                PIC X(6) VALUE ' SITE '.
              05 WS-C-SITE             PIC X(8).
              05 FILLER                PIC X(6) VALUE ' USER '.
              05 WS-C-USERID           PIC X(20).
              05 FILLER                PIC X(6) VALUE ' CODE '.
              05 WS-C-RESP-CODE        PIC X(3).
              05 FILLER                PIC X(6) VALUE ' TEXT '.
              05 WS-C-TEXT             PIC X(20).

       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'SUPPMNT' TO WS-FS-PROGRAM-ID
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
               END-IF
               MOVE 'SUPPMNT' TO WS-PM-PROGRAM-ID
               MOVE 'MAX-DAYS' TO WS-PM-PARM-NAME
               PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:3) IS NUMERIC
                   AND WS-PM-PARM-VALUE(1:3) NOT = '000'
                   MOVE WS-PM-PARM-VALUE(1:3) TO WS-MAX-DAYS
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               COMPUTE WS-LATEST-EXPIRY =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-MAX-DAYS)
               COMPUTE WS-YESTERDAY =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
               PERFORM B-PARA UNTIL WS-DONE.
               STOP RUN.

           B-PARA.
               DISPLAY ' '
               DISPLAY 'SUPPRESSION REGISTER MAINTENANCE'
               DISPLAY '  1 - LIST every suppression'
               DISPLAY '  2 - ADD a suppression'
               DISPLAY '  3 - END a suppression early'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM C-PARA-LIST
                   WHEN 2 THRU 3
                       IF WS-SO-AUTH-LEVEL < 3
                           DISPLAY 'NOT AUTHORIZED: CHANGES NEED LEVEL 3'
                       ELSE
                           PERFORM D-PARA-CHANGE
                       END-IF
                   WHEN 0
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN.'
               END-EVALUATE
               MOVE 'Y' TO WS-ENTRY-VALID-SW.

      *>   Listed from the shared load, so the state shown is the
      *>   state the nightly check applies.
           C-PARA-LIST.
               PERFORM 8771-LOAD-SUPPRESSIONS THRU
                   8771-LOAD-SUPPRESSIONS-EXIT
               PERFORM C2-PARA-LIST-ONE
                   VARYING XS-IDX FROM 1 BY 1
                   UNTIL XS-IDX > WS-XS-COUNT
               DISPLAY 'SUPPRESSIONS: ' WS-XS-COUNT
                       '  IN FORCE: ' WS-XS-ACTIVE-COUNT.

           C2-PARA-LIST-ONE.
               EVALUATE WS-XS-T-STATE(XS-IDX)
                   WHEN 'A' MOVE 'IN FORCE' TO WS-L-STATE
                   WHEN 'X' MOVE 'LAPSED' TO WS-L-STATE
                   WHEN 'N' MOVE 'NO EXPIRY' TO WS-L-STATE
                   WHEN OTHER MOVE 'NO CRITERIA' TO WS-L-STATE
               END-EVALUATE
               MOVE WS-XS-T-ID(XS-IDX) TO WS-L-ID
               MOVE WS-XS-T-EXPIRES(XS-IDX) TO WS-L-EXPIRES
               MOVE WS-XS-T-APPROVED-BY(XS-IDX) TO WS-L-APPROVED-BY
               MOVE WS-XS-T-APPROVED-ON(XS-IDX) TO WS-L-APPROVED-ON
               DISPLAY WS-LIST-LINE
               MOVE WS-XS-T-PROGRAM(XS-IDX) TO WS-C-PROGRAM
               MOVE WS-XS-T-SITE(XS-IDX) TO WS-C-SITE
               MOVE WS-XS-T-USERID(XS-IDX) TO WS-C-USERID
               MOVE WS-XS-T-RESP-CODE(XS-IDX) TO WS-C-RESP-CODE
               MOVE WS-XS-T-TEXT(XS-IDX) TO WS-C-TEXT
               DISPLAY WS-CRITERIA-LINE
               DISPLAY '  WHY ' WS-XS-T-JUSTIFY(XS-IDX).

      *>   Every change: load the file, take and check the entry,
      *>   apply it to the table, take the ticket, write the file
      *>   back, journal.
           D-PARA-CHANGE.
               PERFORM P-PARA-LOAD-FILE
               MOVE 'Y' TO WS-ENTRY-VALID-SW
               MOVE SPACES TO WS-JR-FUNCTION
               MOVE SPACES TO WS-JR-PARMS
               EVALUATE WS-CHOICE
                   WHEN 2
                       PERFORM E-PARA-ADD
                   WHEN 3
                       PERFORM F-PARA-END
               END-EVALUATE
               IF WS-ENTRY-VALID
                   MOVE 'SUPPREG' TO WS-CQ-TARGET-FILE
                   PERFORM L-PARA-GET-TICKET
                   PERFORM Q-PARA-SAVE-FILE
                   MOVE WS-CQ-TICKET TO WS-JR-TICKET
                   PERFORM 8600-WRITE-JOURNAL THRU
                       8600-WRITE-JOURNAL-EXIT
                   DISPLAY WS-JR-FUNCTION ': ' WS-JR-PARMS
               END-IF.

           E-PARA-ADD.
               IF WS-LINE-COUNT NOT < 200
                   DISPLAY 'SUPPRESSION REGISTER FULL (200 LINES)'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K-PARA-GET-CRITERIA
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'Justification (40 char max): '
                   MOVE SPACES TO WS-JUSTIFY-ENTRY
                   ACCEPT WS-JUSTIFY-ENTRY
                   IF WS-JUSTIFY-ENTRY = SPACES
                       DISPLAY 'A JUSTIFICATION IS REQUIRED'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K2-PARA-GET-EXPIRY
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K3-PARA-NEXT-ID
                   MOVE SPACES TO SUPPRESSION-RECORD
                   MOVE WS-NEW-ID TO XS-SUPP-ID
                   MOVE WS-PROGRAM-ENTRY TO XS-PROGRAM
                   MOVE WS-SITE-ENTRY TO XS-SITE
                   MOVE WS-USERID-ENTRY TO XS-USERID
                   MOVE WS-RESP-ENTRY TO XS-RESP-CODE
                   MOVE WS-TEXT-ENTRY TO XS-TEXT
                   MOVE WS-SO-OPERATOR-ID TO XS-APPROVED-BY
                   MOVE WS-TODAY TO XS-APPROVED-ON
                   MOVE WS-EXPIRY-ENTRY TO XS-EXPIRES
                   MOVE WS-JUSTIFY-ENTRY TO XS-JUSTIFICATION
                   ADD 1 TO WS-LINE-COUNT
                   SET LN-IDX TO WS-LINE-COUNT
                   MOVE SUPPRESSION-RECORD TO WS-LN-TEXT(LN-IDX)
                   MOVE 'ADD SUPPRESSION' TO WS-JR-FUNCTION
                   STRING WS-NEW-ID DELIMITED BY SIZE
                          ' EXPIRES ' DELIMITED BY SIZE
                          WS-EXPIRY-ENTRY DELIMITED BY SIZE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

      *>   Ending a suppression sets its expiry to yesterday; the
      *>   line itself stays on file for the monthly report.
           F-PARA-END.
               DISPLAY 'Enter suppression ID: '
               MOVE SPACES TO WS-ID-ENTRY
               ACCEPT WS-ID-ENTRY
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LINE-COUNT OR WS-FOUND
                   IF WS-LN-ID(LN-IDX) = WS-ID-ENTRY
                       AND WS-ID-ENTRY NOT = SPACES
                       SET WS-FOUND TO TRUE
                       SET WS-LN-HIT TO LN-IDX
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   DISPLAY 'SUPPRESSION NOT ON FILE: ' WS-ID-ENTRY
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-LN-EXPIRES(WS-LN-HIT) TO WS-EXPIRY-ENTRY
                   IF WS-EXPIRY-ENTRY IS NUMERIC
                       AND WS-EXPIRY-N < WS-TODAY
                       DISPLAY 'SUPPRESSION ALREADY LAPSED ON '
                               WS-EXPIRY-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   MOVE WS-YESTERDAY TO WS-LN-EXPIRES(WS-LN-HIT)
                   MOVE 'END SUPPRESSION' TO WS-JR-FUNCTION
                   STRING WS-ID-ENTRY DELIMITED BY SPACE
                          ' EXPIRES ' DELIMITED BY SIZE
                          WS-YESTERDAY DELIMITED BY SIZE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

      *>   Blank criteria match anything, so at least one must be
      *>   given -- a suppression matching everything would empty
      *>   every daily view.
           K-PARA-GET-CRITERIA.
               DISPLAY 'Match criteria -- blank matches anything.'
               DISPLAY 'Program (8 char max): '
               MOVE SPACES TO WS-PROGRAM-ENTRY
               ACCEPT WS-PROGRAM-ENTRY
               DISPLAY 'Site (8 char max): '
               MOVE SPACES TO WS-SITE-ENTRY
               ACCEPT WS-SITE-ENTRY
               DISPLAY 'User ID (20 char max): '
               MOVE SPACES TO WS-USERID-ENTRY
               ACCEPT WS-USERID-ENTRY
               DISPLAY 'Response code (3 char): '
               MOVE SPACES TO WS-RESP-ENTRY
               ACCEPT WS-RESP-ENTRY
               DISPLAY 'Text found in the record (20 char max): '
               MOVE SPACES TO WS-TEXT-ENTRY
               ACCEPT WS-TEXT-ENTRY
               IF WS-PROGRAM-ENTRY = SPACES AND WS-SITE-ENTRY = SPACES
                   AND WS-USERID-ENTRY = SPACES
                   AND WS-RESP-ENTRY = SPACES
                   AND WS-TEXT-ENTRY = SPACES
                   DISPLAY 'AT LEAST ONE MATCH CRITERION IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K2-PARA-GET-EXPIRY.
               DISPLAY 'Expiry date YYYYMMDD (required, latest '
                       WS-LATEST-EXPIRY '): '
               MOVE SPACES TO WS-EXPIRY-ENTRY
               ACCEPT WS-EXPIRY-ENTRY
               EVALUATE TRUE
                   WHEN WS-EXPIRY-ENTRY IS NOT NUMERIC
                   WHEN WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12
                   WHEN WS-EXPIRY-DD < 1 OR WS-EXPIRY-DD > 31
                       DISPLAY 'EXPIRY MUST BE A DATE, YYYYMMDD'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   WHEN WS-EXPIRY-N < WS-TODAY
                       DISPLAY 'EXPIRY MAY NOT BE IN THE PAST'
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   WHEN WS-EXPIRY-N > WS-LATEST-EXPIRY
                       DISPLAY 'EXPIRY MAY NOT BE LATER THAN '
                               WS-LATEST-EXPIRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *>   IDs run SP000001 upward; the next is one past the highest
      *>   on file, lapsed lines included, so an ID is never reused.
           K3-PARA-NEXT-ID.
               MOVE 0 TO WS-NEXT-NUMBER
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LINE-COUNT
                   IF WS-LN-ID-PREFIX(LN-IDX) = 'SP'
                       AND WS-LN-ID-NUMBER(LN-IDX) IS NUMERIC
                       AND WS-LN-ID-NUMBER(LN-IDX) > WS-NEXT-NUMBER
                       MOVE WS-LN-ID-NUMBER(LN-IDX) TO WS-NEXT-NUMBER
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NEXT-NUMBER
               MOVE WS-NEXT-NUMBER TO WS-NEW-ID-NUMBER.

           L-PARA-GET-TICKET.
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT.

           P-PARA-LOAD-FILE.
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-DROPPED-COUNT
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT SUPPRESSION-FILE
               IF WS-XS-STATUS = '00'
                   PERFORM P2-PARA-LOAD-ONE-LINE UNTIL WS-AT-EOF
                   CLOSE SUPPRESSION-FILE
               END-IF
               IF WS-DROPPED-COUNT > 0
                   DISPLAY '** ' WS-DROPPED-COUNT ' LINES PAST THE '
                           'TABLE LIMIT NOT LOADED'
               END-IF.

           P2-PARA-LOAD-ONE-LINE.
               READ SUPPRESSION-FILE
                   AT END SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-LINE-COUNT < 200
                           ADD 1 TO WS-LINE-COUNT
                           SET LN-IDX TO WS-LINE-COUNT
                           MOVE SUPPRESSION-RECORD TO WS-LN-TEXT(LN-IDX)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ.

           Q-PARA-SAVE-FILE.
               OPEN OUTPUT SUPPRESSION-FILE
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'SUPPREG' TO WS-FS-FILE-NAME
               MOVE WS-XS-STATUS TO WS-FS-STATUS
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LINE-COUNT
                   MOVE WS-LN-TEXT(LN-IDX) TO SUPPRESSION-RECORD
                   WRITE SUPPRESSION-RECORD
               END-PERFORM
               CLOSE SUPPRESSION-FILE.

       COPY SUPRPA.
       COPY OPERPA.
       COPY CHGQPA.
       COPY PARMPA.
       COPY FILESTPA.
