       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Site group maintenance, so SITEGRP
      *>               (the named site groups the probes, NIGHTSKD,
      *>               the ad-hoc queue, PROBEINQ, and the reports
      *>               accept in place of a site name) is not edited
      *>               by hand.  Behind the operator sign-on: LIST and
      *>               the two inquiries are open to any operator;
      *>               changes need a senior operator (level 3 or
      *>               above).  ADD puts a site into a group (the group
      *>               is created by its first member) and REMOVE takes
      *>               one out (the group goes with its last member).
      *>               A member must be a site on SITEDIR, and a group
      *>               may not be named like a site, so a selection
      *>               name always means one thing.  A site may belong
      *>               to any number of groups.  Comment lines on file
      *>               are kept.  Every change names its change ticket
      *>               and is written to the operator journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEGRPM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SGRPFC.
           COPY SITEDFC.
           COPY OPERFC.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
           COPY SGRPFD.
           COPY SITEDFD.
           COPY OPERFD.
           COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY SGRPWS.
           COPY OPERWS.
           COPY CHGQWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           01 WS-EOF-SW                PIC X.
              88 WS-AT-EOF             VALUE 'Y'.
           01 WS-ENTRY-VALID-SW        PIC X VALUE 'Y'.
              88 WS-ENTRY-VALID        VALUE 'Y'.
           01 WS-FOUND-SW              PIC X.
              88 WS-FOUND              VALUE 'Y'.
           01 WS-SITE-ON-FILE-SW       PIC X.
              88 WS-SITE-ON-FILE       VALUE 'Y'.
           01 WS-GROUP-ENTRY           PIC X(8).
           01 WS-SITE-ENTRY            PIC X(8).
           01 WS-DESC-ENTRY            PIC X(30).
           01 WS-SITE-KEY              PIC X(8).
      *>   The whole file, comment lines included, held while a
      *>   change is made and written back in the same order.
           01 WS-LINE-COUNT            PIC 9(3) VALUE 0.
           01 WS-LINE-TABLE.
              05 WS-LN-ENTRY OCCURS 400 TIMES INDEXED BY LN-IDX.
                 10 WS-LN-TEXT         PIC X(48).
                 10 WS-LN-FIELDS REDEFINES WS-LN-TEXT.
                    15 WS-LN-GROUP     PIC X(8).
                    15 FILLER          PIC X.
                    15 WS-LN-SITE      PIC X(8).
                    15 FILLER          PIC X.
                    15 WS-LN-DESC      PIC X(30).
           01 WS-LN-HIT                PIC 9(3).
           01 WS-LN-SCAN               PIC 9(3).
           01 WS-SHOWN-COUNT           PIC 9(3).
           01 WS-DROPPED-COUNT         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           A-PARA.
               MOVE 'SITEGRPM' TO WS-FS-PROGRAM-ID
               PERFORM 8500-SIGN-ON THRU 8500-SIGN-ON-EXIT
               IF NOT WS-SIGNED-ON
                   STOP RUN
               END-IF
               PERFORM B-PARA UNTIL WS-DONE.
               STOP RUN.

           B-PARA.
               DISPLAY ' '
               DISPLAY 'SITE GROUP MAINTENANCE'
               DISPLAY '  1 - LIST every group and its sites'
               DISPLAY '  2 - SHOW the sites in one group'
               DISPLAY '  3 - SHOW the groups one site is in'
               DISPLAY '  4 - ADD a site to a group'
               DISPLAY '  5 - REMOVE a site from a group'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM P-PARA-LOAD-FILE
                       MOVE SPACES TO WS-GROUP-ENTRY
                       PERFORM C-PARA-LIST
                   WHEN 2
                       PERFORM K-PARA-GET-GROUP
                       IF WS-ENTRY-VALID
                           PERFORM P-PARA-LOAD-FILE
                           PERFORM C-PARA-LIST
                       END-IF
                   WHEN 3
                       PERFORM K2-PARA-GET-SITE
                       IF WS-ENTRY-VALID
                           PERFORM P-PARA-LOAD-FILE
                           PERFORM C3-PARA-LIST-SITE
                       END-IF
                   WHEN 4 THRU 5
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

      *>   A blank WS-GROUP-ENTRY lists every group.
           C-PARA-LIST.
               MOVE 0 TO WS-SHOWN-COUNT
               DISPLAY 'GROUP    SITE     DESCRIPTION'
               PERFORM C2-PARA-LIST-ONE
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LINE-COUNT
               DISPLAY 'MEMBERS LISTED: ' WS-SHOWN-COUNT.

           C2-PARA-LIST-ONE.
               IF WS-LN-GROUP(LN-IDX)(1:1) NOT = '*'
                   AND WS-LN-GROUP(LN-IDX) NOT = SPACES
                   AND (WS-GROUP-ENTRY = SPACES
                        OR WS-LN-GROUP(LN-IDX) = WS-GROUP-ENTRY)
                   ADD 1 TO WS-SHOWN-COUNT
                   DISPLAY WS-LN-GROUP(LN-IDX) ' '
                           WS-LN-SITE(LN-IDX) ' '
                           WS-LN-DESC(LN-IDX)
               END-IF.

           C3-PARA-LIST-SITE.
               MOVE 0 TO WS-SHOWN-COUNT
               DISPLAY 'GROUPS CONTAINING ' WS-SITE-ENTRY
               PERFORM C4-PARA-LIST-SITE-ONE
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LINE-COUNT
               DISPLAY 'GROUPS LISTED: ' WS-SHOWN-COUNT.

           C4-PARA-LIST-SITE-ONE.
               IF WS-LN-GROUP(LN-IDX)(1:1) NOT = '*'
                   AND WS-LN-SITE(LN-IDX) = WS-SITE-ENTRY
                   ADD 1 TO WS-SHOWN-COUNT
                   DISPLAY '  ' WS-LN-GROUP(LN-IDX) ' '
                           WS-LN-DESC(LN-IDX)
               END-IF.

      *>   Every change: load the file, take and check the entry,
      *>   apply it to the table, take the ticket, write the file
      *>   back, journal.
           D-PARA-CHANGE.
               PERFORM P-PARA-LOAD-FILE
               MOVE 'Y' TO WS-ENTRY-VALID-SW
               MOVE SPACES TO WS-JR-FUNCTION
               MOVE SPACES TO WS-JR-PARMS
               EVALUATE WS-CHOICE
                   WHEN 4
                       PERFORM E-PARA-ADD
                   WHEN 5
                       PERFORM F-PARA-REMOVE
               END-EVALUATE
               IF WS-ENTRY-VALID
                   MOVE 'SITEGRP' TO WS-CQ-TARGET-FILE
                   PERFORM L-PARA-GET-TICKET
                   PERFORM Q-PARA-SAVE-FILE
                   MOVE WS-CQ-TICKET TO WS-JR-TICKET
                   PERFORM 8600-WRITE-JOURNAL THRU
                       8600-WRITE-JOURNAL-EXIT
                   DISPLAY WS-JR-FUNCTION ': ' WS-JR-PARMS
               END-IF.

           E-PARA-ADD.
               PERFORM K-PARA-GET-GROUP
               IF WS-ENTRY-VALID
                   MOVE WS-GROUP-ENTRY TO WS-SITE-KEY
                   PERFORM R-PARA-READ-SITE
                   IF WS-SITE-ON-FILE
                       DISPLAY 'GROUP NAME IS A SITE ON SITEDIR: '
                               WS-GROUP-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K2-PARA-GET-SITE
               END-IF
               IF WS-ENTRY-VALID
                   MOVE WS-SITE-ENTRY TO WS-SITE-KEY
                   PERFORM R-PARA-READ-SITE
                   IF NOT WS-SITE-ON-FILE
                       DISPLAY 'SITE NOT ON SITEDIR: ' WS-SITE-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K4-PARA-FIND-MEMBER
                   IF WS-FOUND
                       DISPLAY WS-SITE-ENTRY ' IS ALREADY IN GROUP '
                               WS-GROUP-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID AND WS-LINE-COUNT NOT < 400
                   DISPLAY 'GROUP FILE FULL (400 LINES)'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF
               IF WS-ENTRY-VALID
                   DISPLAY 'Description (blank to leave empty): '
                   MOVE SPACES TO WS-DESC-ENTRY
                   ACCEPT WS-DESC-ENTRY
                   ADD 1 TO WS-LINE-COUNT
                   SET LN-IDX TO WS-LINE-COUNT
                   MOVE SPACES TO WS-LN-TEXT(LN-IDX)
                   MOVE WS-GROUP-ENTRY TO WS-LN-GROUP(LN-IDX)
                   MOVE WS-SITE-ENTRY TO WS-LN-SITE(LN-IDX)
                   MOVE WS-DESC-ENTRY TO WS-LN-DESC(LN-IDX)
                   MOVE 'ADD GROUP MEMBER' TO WS-JR-FUNCTION
                   STRING WS-GROUP-ENTRY DELIMITED BY SPACE
                          ' SITE ' DELIMITED BY SIZE
                          WS-SITE-ENTRY DELIMITED BY SPACE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

           F-PARA-REMOVE.
               PERFORM K-PARA-GET-GROUP
               IF WS-ENTRY-VALID
                   PERFORM K2-PARA-GET-SITE
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM K4-PARA-FIND-MEMBER
                   IF NOT WS-FOUND
                       DISPLAY WS-SITE-ENTRY ' IS NOT IN GROUP '
                               WS-GROUP-ENTRY
                       MOVE 'N' TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM F2-PARA-CLOSE-UP
                       VARYING WS-LN-SCAN FROM WS-LN-HIT BY 1
                       UNTIL WS-LN-SCAN NOT < WS-LINE-COUNT
                   SUBTRACT 1 FROM WS-LINE-COUNT
                   MOVE 'REMOVE GROUP MEMBER' TO WS-JR-FUNCTION
                   STRING WS-GROUP-ENTRY DELIMITED BY SPACE
                          ' SITE ' DELIMITED BY SIZE
                          WS-SITE-ENTRY DELIMITED BY SPACE
                          INTO WS-JR-PARMS
                   END-STRING
               END-IF.

           F2-PARA-CLOSE-UP.
               MOVE WS-LN-TEXT(WS-LN-SCAN + 1)
                   TO WS-LN-TEXT(WS-LN-SCAN).

           K-PARA-GET-GROUP.
               DISPLAY 'Enter group name (8 char max): '
               MOVE SPACES TO WS-GROUP-ENTRY
               ACCEPT WS-GROUP-ENTRY
               IF WS-GROUP-ENTRY = SPACES
                   OR WS-GROUP-ENTRY(1:1) = '*'
                   DISPLAY 'GROUP NAME IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K2-PARA-GET-SITE.
               DISPLAY 'Enter site name (8 char max): '
               MOVE SPACES TO WS-SITE-ENTRY
               ACCEPT WS-SITE-ENTRY
               IF WS-SITE-ENTRY = SPACES
                   DISPLAY 'SITE NAME IS REQUIRED'
                   MOVE 'N' TO WS-ENTRY-VALID-SW
               END-IF.

           K4-PARA-FIND-MEMBER.
               MOVE 'N' TO WS-FOUND-SW
               MOVE 0 TO WS-LN-HIT
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LINE-COUNT OR WS-FOUND
                   IF WS-LN-GROUP(LN-IDX) = WS-GROUP-ENTRY
                       AND WS-LN-SITE(LN-IDX) = WS-SITE-ENTRY
                       SET WS-FOUND TO TRUE
                       SET WS-LN-HIT TO LN-IDX
                   END-IF
               END-PERFORM.

           L-PARA-GET-TICKET.
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT.

           P-PARA-LOAD-FILE.
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-DROPPED-COUNT
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT SITE-GROUP-FILE
               IF WS-GS-STATUS = '00'
                   PERFORM P2-PARA-LOAD-ONE-LINE UNTIL WS-AT-EOF
                   CLOSE SITE-GROUP-FILE
               END-IF
               IF WS-DROPPED-COUNT > 0
                   DISPLAY '** ' WS-DROPPED-COUNT ' LINES PAST THE '
                           'TABLE LIMIT NOT LOADED'
               END-IF.

           P2-PARA-LOAD-ONE-LINE.
               READ SITE-GROUP-FILE
                   AT END SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-LINE-COUNT < 400
                           ADD 1 TO WS-LINE-COUNT
                           SET LN-IDX TO WS-LINE-COUNT
                           MOVE SITE-GROUP-RECORD TO WS-LN-TEXT(LN-IDX)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ.

           Q-PARA-SAVE-FILE.
               OPEN OUTPUT SITE-GROUP-FILE
               MOVE 'OPEN' TO WS-FS-OPERATION
               MOVE 'SITEGRP' TO WS-FS-FILE-NAME
               MOVE WS-GS-STATUS TO WS-FS-STATUS
               PERFORM 9100-CHECK-FILE-STATUS THRU
                   9100-CHECK-FILE-STATUS-EXIT
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LINE-COUNT
                   MOVE WS-LN-TEXT(LN-IDX) TO SITE-GROUP-RECORD
                   WRITE SITE-GROUP-RECORD
               END-PERFORM
               CLOSE SITE-GROUP-FILE.

      *>   Keyed read against the site directory; a directory that
      *>   is not on file holds no sites.
           R-PARA-READ-SITE.
               MOVE 'N' TO WS-SITE-ON-FILE-SW
               OPEN INPUT SITE-DIRECTORY-FILE
               IF WS-FS-STATUS = '00'
                   MOVE WS-SITE-KEY TO SD-SITE-NAME
                   READ SITE-DIRECTORY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET WS-SITE-ON-FILE TO TRUE
                   END-READ
                   CLOSE SITE-DIRECTORY-FILE
               END-IF.

       COPY OPERPA.
       COPY CHGQPA.
       COPY FILESTPA.
