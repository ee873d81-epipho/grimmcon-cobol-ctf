       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Builds a REFORMAT layout-definition
      *>               file straight from a record layout in COPYBOOKS
      *>               instead of from byte offsets counted by hand.
      *>               The copybook to translate is read as text
      *>               (LAYCPY); the record is the 01 level named by
      *>               central parameter LAYGEN/RECORD-NAME, or the
      *>               first 01 in the copybook when none is given, so
      *>               a copybook carrying several FDs (FINDFD, PROBERFD)
      *>               can be pointed at any one of them.  Each
      *>               elementary item's offset and length are worked
      *>               out from its PIC and USAGE (DISPLAY, COMP /
      *>               BINARY, COMP-3) with FILLERs counted but not
      *>               emitted, a REDEFINES laid over the item it
      *>               redefines, and every occurrence of an OCCURS
      *>               table emitted as its own field with a -nn
      *>               subscript suffix.  Display items are carried
      *>               across at their own length, packed and binary
      *>               items as their digits plus a sign position when
      *>               signed, output positions assigned end to end.
      *>               Anything REFORMAT cannot take -- floating point
      *>               and pointer usages, fields over 99 bytes, data
      *>               past its 256-byte record, more than 50 fields,
      *>               RENAMES, clauses not understood -- is left out
      *>               of LAYOUTDF and listed with its reason on
      *>               LAYGENLS, which also shows every field written
      *>               and the computed record length.  RC 4 when
      *>               anything was left out, RC 8 when the record is
      *>               not in the copybook.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPYBOOK-FILE ASSIGN TO "LAYCPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT LAYOUT-DEF-FILE ASSIGN TO "LAYOUTDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LY-STATUS.
           SELECT LISTING-FILE ASSIGN TO "LAYGENLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  COPYBOOK-FILE.
       01  COPYBOOK-LINE            PIC X(256).

       FD  LAYOUT-DEF-FILE.
       01  LAYOUT-DEF-RECORD.
           05 LY-FIELD-NAME         PIC X(12).
           05 FILLER                PIC X.
           05 LY-IN-POS             PIC 9(4).
           05 FILLER                PIC X.
           05 LY-IN-LEN             PIC 9(2).
           05 FILLER                PIC X.
           05 LY-TYPE               PIC X(1).
           05 FILLER                PIC X.
           05 LY-OUT-POS            PIC 9(4).
           05 FILLER                PIC X.
           05 LY-OUT-LEN            PIC 9(2).

       FD  LISTING-FILE.
       01  LISTING-RECORD           PIC X(100).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY PARMWS.
           COPY FILESTWS.
           01 WS-CB-STATUS          PIC X(2).
           01 WS-LY-STATUS          PIC X(2).
           01 WS-CB-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-COPYBOOK    VALUE 'Y'.
           01 WS-WANTED-RECORD      PIC X(30) VALUE SPACES.
           01 WS-CAPTURE-SW         PIC X VALUE 'W'.
              88 WS-CAPTURE-WAITING VALUE 'W'.
              88 WS-CAPTURING       VALUE 'C'.
              88 WS-CAPTURE-DONE    VALUE 'D'.
      *>   Statement assembly: copybook text is gathered line by
      *>   line, comments stripped, until a line ends in a period.
           01 WS-LINE               PIC X(256).
           01 WS-LINE-LEN           PIC 9(4).
           01 WS-CMT-POS            PIC 9(4).
           01 WS-STMT               PIC X(2000).
           01 WS-STMT-PTR           PIC 9(4) VALUE 1.
           01 WS-STMT-LEN           PIC 9(4).
           01 WS-SCAN-PTR           PIC 9(4).
           01 WS-ONE-TOKEN          PIC X(40).
           01 WS-TOKEN-COUNT        PIC 9(2).
           01 WS-TOKEN-TABLE.
              05 WS-TOKEN OCCURS 40 TIMES PIC X(40).
           01 WS-TOK-IDX            PIC 9(2).
           01 WS-TOK-START          PIC 9(2).
           01 WS-TOK-LEN            PIC 9(2).
           01 WS-TOKEN-WORK         PIC X(40).
              88 TK-IS              VALUE 'IS'.
              88 TK-PIC             VALUE 'PIC' 'PICTURE'.
              88 TK-USAGE-WORD      VALUE 'USAGE'.
              88 TK-DISPLAY         VALUE 'DISPLAY'.
              88 TK-BINARY          VALUE 'COMP' 'COMPUTATIONAL'
                                          'COMP-4' 'COMPUTATIONAL-4'
                                          'COMP-5' 'COMPUTATIONAL-5'
                                          'BINARY'.
              88 TK-PACKED          VALUE 'COMP-3' 'COMPUTATIONAL-3'
                                          'PACKED-DECIMAL'.
              88 TK-FLOAT-SHORT     VALUE 'COMP-1' 'COMPUTATIONAL-1'.
              88 TK-FLOAT-LONG      VALUE 'COMP-2' 'COMPUTATIONAL-2'.
              88 TK-POINTER         VALUE 'POINTER' 'INDEX'.
              88 TK-REDEFINES       VALUE 'REDEFINES'.
              88 TK-OCCURS          VALUE 'OCCURS'.
              88 TK-TO              VALUE 'TO'.
              88 TK-VALUE           VALUE 'VALUE' 'VALUES'.
              88 TK-SEPARATE        VALUE 'SEPARATE'.
              88 TK-DEPENDING       VALUE 'DEPENDING'.
              88 TK-NAME-LIST       VALUE 'INDEXED' 'ASCENDING'
                                          'DESCENDING'.
              88 TK-NOISE           VALUE 'SIGN' 'TIMES' 'ON' 'BY'
                                          'KEY' 'ARE' 'SYNC'
                                          'SYNCHRONIZED' 'JUST'
                                          'JUSTIFIED' 'RIGHT' 'LEFT'
                                          'BLANK' 'WHEN' 'ZERO'
                                          'ZEROS' 'ZEROES' 'LEADING'
                                          'TRAILING' 'CHARACTER'
                                          'EXTERNAL' 'GLOBAL'.
              88 TK-FD              VALUE 'FD' 'SD'.
           01 WS-EXPECT             PIC X.
              88 WS-EXPECT-NOTHING  VALUE ' '.
              88 WS-EXPECT-PICTURE  VALUE 'P'.
              88 WS-EXPECT-REDEF    VALUE 'R'.
              88 WS-EXPECT-OCCURS   VALUE 'O'.
              88 WS-EXPECT-OCC-TO   VALUE 'M'.
              88 WS-EXPECT-OCC-MAX  VALUE 'T'.
              88 WS-EXPECT-NAMES    VALUE 'N'.
              88 WS-CLAUSES-DONE    VALUE 'V'.
           01 WS-LEVEL              PIC 9(2).
      *>   One entry per data item of the record being translated,
      *>   in copybook order.
           01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
           01 WS-ITEM-TABLE.
              05 WS-ITEM-ENTRY OCCURS 300 TIMES.
                 10 IT-LEVEL           PIC 9(2).
                 10 IT-NAME            PIC X(30).
                 10 IT-PIC-STRING      PIC X(40).
                 10 IT-USAGE           PIC X(1).
                 10 IT-EFF-USAGE       PIC X(1).
                 10 IT-SIGN-SEP        PIC X(1).
                 10 IT-SIGNED          PIC X(1).
                 10 IT-DIGITS          PIC 9(2).
                 10 IT-OCCURS          PIC 9(4).
                 10 IT-ODO             PIC X(1).
                 10 IT-REDEF-NAME      PIC X(30).
                 10 IT-PARENT          PIC 9(3).
                 10 IT-GROUP           PIC X(1).
                 10 IT-SIZE            PIC 9(5).
                 10 IT-OFFSET          PIC 9(5).
                 10 IT-NEXT-OFF        PIC 9(5).
                 10 IT-NOTE            PIC X(40).
           01 WS-IX                 PIC 9(3).
           01 WS-PX                 PIC 9(3).
           01 WS-RX                 PIC 9(3).
           01 WS-STACK-DEPTH        PIC 9(2).
           01 WS-STACK-TABLE.
              05 WS-STACK-ITEM OCCURS 50 TIMES PIC 9(3).
      *>   Picture scan.
           01 WS-PIC-WORK           PIC X(41).
           01 WS-PIC-LEN            PIC 9(2).
           01 WS-PIC-IDX            PIC 9(2).
           01 WS-PIC-CHAR           PIC X.
           01 WS-PIC-DIGIT          PIC 9.
           01 WS-PIC-REPEAT         PIC 9(4).
           01 WS-PIC-BYTES          PIC 9(5).
           01 WS-PIC-DIGITS         PIC 9(3).
           01 WS-PIC-SIGNED         PIC X.
      *>   Field emission.
           01 WS-DIM-DEPTH          PIC 9(2).
           01 WS-DIM-TABLE.
              05 WS-DIM-ENTRY OCCURS 3 TIMES.
                 10 WS-DIM-COUNT       PIC 9(4).
                 10 WS-DIM-STRIDE      PIC 9(5).
           01 WS-SUB-1              PIC 9(4).
           01 WS-SUB-2              PIC 9(4).
           01 WS-SUB-3              PIC 9(4).
           01 WS-SUB-EDIT           PIC 99.
           01 WS-FIELD-TYPE         PIC X.
           01 WS-FIELD-LEN          PIC 9(5).
           01 WS-OUT-LEN            PIC 9(5).
           01 WS-IN-POS             PIC 9(6).
           01 WS-OUT-POS            PIC 9(6) VALUE 1.
           01 WS-NAME-LEN           PIC 9(2).
           01 WS-NAME-ROOM          PIC 9(2).
           01 WS-FIELD-NAME         PIC X(12).
           01 WS-NAME-PTR           PIC 9(2).
           01 WS-ITEM-LISTED-SW     PIC X.
           01 WS-NT-NAME            PIC X(30).
           01 WS-NT-REASON          PIC X(40).
           01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
           01 WS-NOT-TRANS-COUNT    PIC 9(4) VALUE 0.
           01 WS-REPORT-LINE        PIC X(100).
           01 WS-GEN-LINE.
              05 FILLER             PIC X(7) VALUE 'FIELD  '.
              05 WS-GL-FIELD        PIC X(12).
              05 FILLER             PIC X(6) VALUE '  IN  '.
              05 WS-GL-IN-POS       PIC ZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-GL-IN-LEN       PIC Z9.
              05 FILLER             PIC X(6) VALUE '  TYPE'.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-GL-TYPE         PIC X.
              05 FILLER             PIC X(7) VALUE '  OUT  '.
              05 WS-GL-OUT-POS      PIC ZZZ9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-GL-OUT-LEN      PIC Z9.
              05 FILLER             PIC X(3) VALUE '   '.
              05 WS-GL-SOURCE       PIC X(30).
           01 WS-NT-LINE.
              05 FILLER             PIC X(16) VALUE 'NOT TRANSLATED  '.
              05 WS-NL-NAME         PIC X(30).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-NL-REASON       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'LAYGEN' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-COPYBOOK-LINE UNTIL END-OF-COPYBOOK
           CLOSE COPYBOOK-FILE
           IF WS-ITEM-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD NOT FOUND IN COPYBOOK: ' DELIMITED BY SIZE
                      WS-WANTED-RECORD DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE LISTING-RECORD FROM WS-REPORT-LINE
               CLOSE LISTING-FILE
               DISPLAY 'LAYGEN: ' WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-RESOLVE-LAYOUT
           OPEN OUTPUT LAYOUT-DEF-FILE
           MOVE WS-LY-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'LAYOUTDF' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORD ' DELIMITED BY SIZE
                  IT-NAME(1) DELIMITED BY SPACE
                  '  LENGTH ' DELIMITED BY SIZE
                  IT-SIZE(1) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LISTING-RECORD FROM WS-REPORT-LINE
           PERFORM 4000-EMIT-ITEM THRU 4000-EMIT-ITEM-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ITEM-COUNT
           CLOSE LAYOUT-DEF-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FIELDS WRITTEN: ' DELIMITED BY SIZE
                  WS-GEN-COUNT DELIMITED BY SIZE
                  '  NOT TRANSLATED: ' DELIMITED BY SIZE
                  WS-NOT-TRANS-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LISTING-RECORD FROM WS-REPORT-LINE
           CLOSE LISTING-FILE
           DISPLAY 'LAYGEN ' WS-REPORT-LINE
           IF WS-NOT-TRANS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE 'LAYGEN' TO WS-PM-PROGRAM-ID
           MOVE 'RECORD-NAME' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE TO WS-WANTED-RECORD
           END-IF
           OPEN OUTPUT LISTING-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'LAYGENLS' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'LAYOUTDF GENERATION FROM COPYBOOK LAYCPY'
               TO WS-REPORT-LINE
           WRITE LISTING-RECORD FROM WS-REPORT-LINE
           OPEN INPUT COPYBOOK-FILE
           MOVE WS-CB-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'LAYCPY' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-STMT
           MOVE 1 TO WS-STMT-PTR.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   Copybook text to data-description statements.
      *>   ---------------------------------------------------------
       2000-READ-COPYBOOK-LINE.
           READ COPYBOOK-FILE
               AT END SET END-OF-COPYBOOK TO TRUE
               NOT AT END
                   IF NOT WS-CAPTURE-DONE
                       PERFORM 2100-GATHER-LINE THRU
                           2100-GATHER-LINE-EXIT
                   END-IF
           END-READ.

       2100-GATHER-LINE.
           MOVE COPYBOOK-LINE TO WS-LINE
           IF WS-LINE(7:1) = '*' OR WS-LINE(7:1) = '/'
               GO TO 2100-GATHER-LINE-EXIT
           END-IF
           MOVE 0 TO WS-CMT-POS
           INSPECT WS-LINE TALLYING WS-CMT-POS
               FOR CHARACTERS BEFORE INITIAL '*>'
           IF WS-CMT-POS < 256
               MOVE SPACES TO WS-LINE(WS-CMT-POS + 1:)
           END-IF
           PERFORM VARYING WS-LINE-LEN FROM 256 BY -1
                   UNTIL WS-LINE-LEN = 0
                      OR WS-LINE(WS-LINE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-LINE-LEN = 0
               GO TO 2100-GATHER-LINE-EXIT
           END-IF
           IF WS-LINE(1:WS-LINE-LEN) = '>>' OR WS-LINE(8:2) = '>>'
               GO TO 2100-GATHER-LINE-EXIT
           END-IF
           STRING WS-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO WS-STMT WITH POINTER WS-STMT-PTR
           END-STRING
           IF WS-LINE(WS-LINE-LEN:1) = '.'
               COMPUTE WS-STMT-LEN = WS-STMT-PTR - 1
               PERFORM 2200-PROCESS-STATEMENT THRU
                   2200-PROCESS-STATEMENT-EXIT
               MOVE SPACES TO WS-STMT
               MOVE 1 TO WS-STMT-PTR
           END-IF.
       2100-GATHER-LINE-EXIT.
           EXIT.

       2200-PROCESS-STATEMENT.
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE 1 TO WS-SCAN-PTR
           PERFORM 2210-NEXT-TOKEN
               UNTIL WS-SCAN-PTR > WS-STMT-LEN OR WS-TOKEN-COUNT = 40
           IF WS-TOKEN-COUNT = 0
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
      *>   The terminating period rides on the last token.
           MOVE WS-TOKEN(WS-TOKEN-COUNT) TO WS-TOKEN-WORK
           PERFORM 2900-TOKEN-LENGTH
           IF WS-TOKEN-WORK(WS-TOK-LEN:1) = '.'
               MOVE SPACE TO WS-TOKEN(WS-TOKEN-COUNT)(WS-TOK-LEN:1)
               IF WS-TOK-LEN = 1
                   SUBTRACT 1 FROM WS-TOKEN-COUNT
               END-IF
           END-IF
           IF WS-TOKEN-COUNT = 0
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           MOVE WS-TOKEN(1) TO WS-TOKEN-WORK
           IF TK-FD
               IF WS-CAPTURING
                   SET WS-CAPTURE-DONE TO TRUE
               END-IF
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           PERFORM 2900-TOKEN-LENGTH
           IF WS-TOK-LEN > 2 OR WS-TOKEN-WORK(1:WS-TOK-LEN) IS NOT NUMERIC
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           COMPUTE WS-LEVEL = FUNCTION NUMVAL(WS-TOKEN-WORK(1:WS-TOK-LEN))
           IF WS-LEVEL = 88
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           IF WS-LEVEL = 1 OR WS-LEVEL = 77
               EVALUATE TRUE
                   WHEN WS-CAPTURING
                       SET WS-CAPTURE-DONE TO TRUE
                       GO TO 2200-PROCESS-STATEMENT-EXIT
                   WHEN WS-LEVEL = 77
                       GO TO 2200-PROCESS-STATEMENT-EXIT
                   WHEN WS-WANTED-RECORD = SPACES
                       OR WS-WANTED-RECORD = WS-TOKEN(2)
                       SET WS-CAPTURING TO TRUE
                       IF WS-WANTED-RECORD = SPACES
                           MOVE WS-TOKEN(2) TO WS-WANTED-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           IF NOT WS-CAPTURING
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           IF WS-LEVEL = 66
               MOVE WS-TOKEN(2) TO WS-NT-NAME
               MOVE 'RENAMES (LEVEL 66)' TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           IF WS-LEVEL < 1 OR WS-LEVEL > 49
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           IF WS-ITEM-COUNT = 300
               MOVE WS-TOKEN(2) TO WS-NT-NAME
               MOVE 'ITEM TABLE FULL - 300 ITEMS' TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 2200-PROCESS-STATEMENT-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-IX
           INITIALIZE WS-ITEM-ENTRY(WS-IX)
           MOVE WS-LEVEL TO IT-LEVEL(WS-IX)
           MOVE 1 TO IT-OCCURS(WS-IX)
           MOVE 'N' TO IT-ODO(WS-IX) IT-SIGN-SEP(WS-IX)
      *>   A name is optional: an item may start straight in on its
      *>   clauses, and then it is an unnamed FILLER.
           MOVE 'FILLER' TO IT-NAME(WS-IX)
           MOVE 2 TO WS-TOK-START
           IF WS-TOKEN-COUNT > 1
               MOVE WS-TOKEN(2) TO WS-TOKEN-WORK
               IF NOT (TK-PIC OR TK-USAGE-WORD OR TK-DISPLAY
                       OR TK-BINARY OR TK-PACKED OR TK-FLOAT-SHORT
                       OR TK-FLOAT-LONG OR TK-POINTER OR TK-REDEFINES
                       OR TK-OCCURS OR TK-VALUE OR TK-NOISE)
                   MOVE WS-TOKEN(2) TO IT-NAME(WS-IX)
                   MOVE 3 TO WS-TOK-START
               END-IF
           END-IF
           SET WS-EXPECT-NOTHING TO TRUE
           PERFORM 2300-APPLY-CLAUSE
               VARYING WS-TOK-IDX FROM WS-TOK-START BY 1
               UNTIL WS-TOK-IDX > WS-TOKEN-COUNT.
       2200-PROCESS-STATEMENT-EXIT.
           EXIT.

       2210-NEXT-TOKEN.
           MOVE SPACES TO WS-ONE-TOKEN
           UNSTRING WS-STMT(1:WS-STMT-LEN) DELIMITED BY ALL SPACE
               INTO WS-ONE-TOKEN
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-ONE-TOKEN NOT = SPACES
               ADD 1 TO WS-TOKEN-COUNT
               MOVE WS-ONE-TOKEN TO WS-TOKEN(WS-TOKEN-COUNT)
           END-IF.

      *>   Clause words are taken in the order they appear; VALUE
      *>   ends the scan since its literal may hold anything.
       2300-APPLY-CLAUSE.
           MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TOKEN-WORK
           EVALUATE TRUE
               WHEN WS-CLAUSES-DONE
                   CONTINUE
               WHEN TK-IS
                   CONTINUE
               WHEN WS-EXPECT-PICTURE
                   MOVE WS-TOKEN-WORK TO IT-PIC-STRING(WS-IX)
                   SET WS-EXPECT-NOTHING TO TRUE
               WHEN WS-EXPECT-REDEF
                   MOVE WS-TOKEN-WORK TO IT-REDEF-NAME(WS-IX)
                   SET WS-EXPECT-NOTHING TO TRUE
               WHEN WS-EXPECT-OCCURS
                   PERFORM 2900-TOKEN-LENGTH
                   IF WS-TOKEN-WORK(1:WS-TOK-LEN) IS NUMERIC
                       COMPUTE IT-OCCURS(WS-IX) =
                           FUNCTION NUMVAL(WS-TOKEN-WORK(1:WS-TOK-LEN))
                   ELSE
                       MOVE 'OCCURS COUNT NOT NUMERIC' TO IT-NOTE(WS-IX)
                   END-IF
                   SET WS-EXPECT-OCC-TO TO TRUE
               WHEN WS-EXPECT-OCC-TO AND TK-TO
                   SET WS-EXPECT-OCC-MAX TO TRUE
               WHEN WS-EXPECT-OCC-MAX
                   PERFORM 2900-TOKEN-LENGTH
                   IF WS-TOKEN-WORK(1:WS-TOK-LEN) IS NUMERIC
                       COMPUTE IT-OCCURS(WS-IX) =
                           FUNCTION NUMVAL(WS-TOKEN-WORK(1:WS-TOK-LEN))
                   END-IF
                   MOVE 'Y' TO IT-ODO(WS-IX)
                   SET WS-EXPECT-NOTHING TO TRUE
               WHEN TK-PIC
                   SET WS-EXPECT-PICTURE TO TRUE
               WHEN TK-REDEFINES
                   SET WS-EXPECT-REDEF TO TRUE
               WHEN TK-OCCURS
                   SET WS-EXPECT-OCCURS TO TRUE
               WHEN TK-VALUE
                   SET WS-CLAUSES-DONE TO TRUE
               WHEN TK-USAGE-WORD
                   CONTINUE
               WHEN TK-DISPLAY
                   MOVE 'D' TO IT-USAGE(WS-IX)
               WHEN TK-BINARY
                   MOVE 'B' TO IT-USAGE(WS-IX)
               WHEN TK-PACKED
                   MOVE 'P' TO IT-USAGE(WS-IX)
               WHEN TK-FLOAT-SHORT
                   MOVE 'F' TO IT-USAGE(WS-IX)
               WHEN TK-FLOAT-LONG
                   MOVE 'G' TO IT-USAGE(WS-IX)
               WHEN TK-POINTER
                   MOVE 'X' TO IT-USAGE(WS-IX)
               WHEN TK-SEPARATE
                   MOVE 'Y' TO IT-SIGN-SEP(WS-IX)
               WHEN TK-DEPENDING
                   MOVE 'Y' TO IT-ODO(WS-IX)
                   SET WS-EXPECT-NAMES TO TRUE
               WHEN TK-NAME-LIST
                   SET WS-EXPECT-NAMES TO TRUE
               WHEN TK-NOISE
                   CONTINUE
               WHEN WS-EXPECT-NAMES
                   CONTINUE
               WHEN OTHER
                   IF IT-NOTE(WS-IX) = SPACES
                       STRING 'CLAUSE NOT UNDERSTOOD: ' DELIMITED BY SIZE
                              WS-TOKEN-WORK DELIMITED BY SPACE
                              INTO IT-NOTE(WS-IX)
                       END-STRING
                   END-IF
           END-EVALUATE.

       2900-TOKEN-LENGTH.
           PERFORM VARYING WS-TOK-LEN FROM 40 BY -1
                   UNTIL WS-TOK-LEN = 1
                      OR WS-TOKEN-WORK(WS-TOK-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      *>   ---------------------------------------------------------
      *>   Sizes and offsets.  Parents come from a level stack;
      *>   sizes roll up from the bottom of the table; offsets are
      *>   then assigned top down, a REDEFINES taking the offset of
      *>   the item it names and leaving its parent's running
      *>   position alone.  Offsets are for the first occurrence of
      *>   every table.
      *>   ---------------------------------------------------------
       3000-RESOLVE-LAYOUT.
           MOVE 0 TO WS-STACK-DEPTH
           PERFORM 3100-FIND-PARENT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ITEM-COUNT
           PERFORM 3200-ROLL-UP-SIZE
               VARYING WS-IX FROM WS-ITEM-COUNT BY -1 UNTIL WS-IX < 1
           PERFORM 3300-ASSIGN-OFFSET
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ITEM-COUNT.

       3100-FIND-PARENT.
           PERFORM UNTIL WS-STACK-DEPTH = 0
                   OR IT-LEVEL(WS-STACK-ITEM(WS-STACK-DEPTH))
                      < IT-LEVEL(WS-IX)
               SUBTRACT 1 FROM WS-STACK-DEPTH
           END-PERFORM
           IF WS-STACK-DEPTH = 0
               MOVE 0 TO IT-PARENT(WS-IX)
           ELSE
               MOVE WS-STACK-ITEM(WS-STACK-DEPTH) TO IT-PARENT(WS-IX)
           END-IF
           IF WS-STACK-DEPTH < 50
               ADD 1 TO WS-STACK-DEPTH
               MOVE WS-IX TO WS-STACK-ITEM(WS-STACK-DEPTH)
           END-IF
      *>   Usage given on a group applies to everything under it.
           MOVE IT-USAGE(WS-IX) TO IT-EFF-USAGE(WS-IX)
           IF IT-EFF-USAGE(WS-IX) = SPACE
               IF IT-PARENT(WS-IX) = 0
                   MOVE 'D' TO IT-EFF-USAGE(WS-IX)
               ELSE
                   MOVE IT-EFF-USAGE(IT-PARENT(WS-IX))
                       TO IT-EFF-USAGE(WS-IX)
               END-IF
           END-IF
           MOVE 'N' TO IT-GROUP(WS-IX)
           IF WS-IX < WS-ITEM-COUNT
               IF IT-LEVEL(WS-IX + 1) > IT-LEVEL(WS-IX)
                   MOVE 'Y' TO IT-GROUP(WS-IX)
               END-IF
           END-IF
           IF IT-GROUP(WS-IX) = 'N'
               PERFORM 3150-SIZE-ELEMENTARY
           END-IF.

       3150-SIZE-ELEMENTARY.
           MOVE 0 TO WS-PIC-BYTES WS-PIC-DIGITS
           MOVE 'N' TO WS-PIC-SIGNED
           IF IT-PIC-STRING(WS-IX) NOT = SPACES
               PERFORM 3160-SCAN-PICTURE
           END-IF
           MOVE WS-PIC-SIGNED TO IT-SIGNED(WS-IX)
           IF WS-PIC-DIGITS > 99
               MOVE 99 TO IT-DIGITS(WS-IX)
           ELSE
               MOVE WS-PIC-DIGITS TO IT-DIGITS(WS-IX)
           END-IF
           EVALUATE IT-EFF-USAGE(WS-IX)
               WHEN 'P'
                   COMPUTE IT-SIZE(WS-IX) = WS-PIC-DIGITS / 2 + 1
               WHEN 'B'
                   EVALUATE TRUE
                       WHEN WS-PIC-DIGITS < 5
                           MOVE 2 TO IT-SIZE(WS-IX)
                       WHEN WS-PIC-DIGITS < 10
                           MOVE 4 TO IT-SIZE(WS-IX)
                       WHEN OTHER
                           MOVE 8 TO IT-SIZE(WS-IX)
                   END-EVALUATE
               WHEN 'F'
               WHEN 'X'
                   MOVE 4 TO IT-SIZE(WS-IX)
               WHEN 'G'
                   MOVE 8 TO IT-SIZE(WS-IX)
               WHEN OTHER
                   MOVE WS-PIC-BYTES TO IT-SIZE(WS-IX)
                   IF IT-SIGN-SEP(WS-IX) = 'Y'
                       ADD 1 TO IT-SIZE(WS-IX)
                   END-IF
           END-EVALUATE
           IF IT-PIC-STRING(WS-IX) = SPACES
               AND (IT-EFF-USAGE(WS-IX) = 'D' OR 'P' OR 'B')
               AND IT-NOTE(WS-IX) = SPACES
               MOVE 'NO PICTURE CLAUSE' TO IT-NOTE(WS-IX)
           END-IF.

       3160-SCAN-PICTURE.
           MOVE IT-PIC-STRING(WS-IX) TO WS-PIC-WORK
           PERFORM VARYING WS-PIC-LEN FROM 40 BY -1
                   UNTIL WS-PIC-LEN = 1
                      OR WS-PIC-WORK(WS-PIC-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 1 TO WS-PIC-IDX
           PERFORM 3170-PICTURE-SYMBOL UNTIL WS-PIC-IDX > WS-PIC-LEN.

       3170-PICTURE-SYMBOL.
           MOVE WS-PIC-WORK(WS-PIC-IDX:1) TO WS-PIC-CHAR
           ADD 1 TO WS-PIC-IDX
           MOVE 1 TO WS-PIC-REPEAT
           IF WS-PIC-WORK(WS-PIC-IDX:1) = '('
               MOVE 0 TO WS-PIC-REPEAT
               ADD 1 TO WS-PIC-IDX
               PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
                       OR WS-PIC-WORK(WS-PIC-IDX:1) = ')'
                   IF WS-PIC-WORK(WS-PIC-IDX:1) IS NUMERIC
                       MOVE WS-PIC-WORK(WS-PIC-IDX:1) TO WS-PIC-DIGIT
                       COMPUTE WS-PIC-REPEAT =
                           WS-PIC-REPEAT * 10 + WS-PIC-DIGIT
                   END-IF
                   ADD 1 TO WS-PIC-IDX
               END-PERFORM
               ADD 1 TO WS-PIC-IDX
           END-IF
           EVALUATE WS-PIC-CHAR
               WHEN 'S'
                   MOVE 'Y' TO WS-PIC-SIGNED
               WHEN 'V'
               WHEN 'P'
                   CONTINUE
               WHEN '9'
                   ADD WS-PIC-REPEAT TO WS-PIC-BYTES WS-PIC-DIGITS
               WHEN OTHER
                   ADD WS-PIC-REPEAT TO WS-PIC-BYTES
           END-EVALUATE.

       3200-ROLL-UP-SIZE.
           IF IT-PARENT(WS-IX) > 0 AND IT-REDEF-NAME(WS-IX) = SPACES
               COMPUTE IT-SIZE(IT-PARENT(WS-IX)) =
                   IT-SIZE(IT-PARENT(WS-IX))
                   + IT-SIZE(WS-IX) * IT-OCCURS(WS-IX)
           END-IF.

       3300-ASSIGN-OFFSET.
           MOVE IT-PARENT(WS-IX) TO WS-PX
           IF WS-PX = 0
               MOVE 0 TO IT-OFFSET(WS-IX)
           ELSE
               MOVE 0 TO WS-RX
               IF IT-REDEF-NAME(WS-IX) NOT = SPACES
                   PERFORM VARYING WS-RX FROM WS-IX BY -1
                           UNTIL WS-RX <= WS-PX
                              OR (IT-NAME(WS-RX) = IT-REDEF-NAME(WS-IX)
                                  AND IT-PARENT(WS-RX) = WS-PX
                                  AND WS-RX NOT = WS-IX)
                       CONTINUE
                   END-PERFORM
                   IF WS-RX <= WS-PX
                       MOVE 0 TO WS-RX
                       MOVE 'REDEFINES TARGET NOT FOUND'
                           TO IT-NOTE(WS-IX)
                   END-IF
               END-IF
               IF WS-RX > 0
                   MOVE IT-OFFSET(WS-RX) TO IT-OFFSET(WS-IX)
               ELSE
                   MOVE IT-NEXT-OFF(WS-PX) TO IT-OFFSET(WS-IX)
                   COMPUTE IT-NEXT-OFF(WS-PX) = IT-NEXT-OFF(WS-PX)
                       + IT-SIZE(WS-IX) * IT-OCCURS(WS-IX)
               END-IF
           END-IF
           MOVE IT-OFFSET(WS-IX) TO IT-NEXT-OFF(WS-IX).

      *>   ---------------------------------------------------------
      *>   LAYOUTDF output, one record per elementary occurrence.
      *>   ---------------------------------------------------------
       4000-EMIT-ITEM.
           IF IT-NOTE(WS-IX) NOT = SPACES
               MOVE IT-NAME(WS-IX) TO WS-NT-NAME
               MOVE IT-NOTE(WS-IX) TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4000-EMIT-ITEM-EXIT
           END-IF
           IF IT-GROUP(WS-IX) = 'Y' OR IT-NAME(WS-IX) = 'FILLER'
               GO TO 4000-EMIT-ITEM-EXIT
           END-IF
           MOVE IT-NAME(WS-IX) TO WS-NT-NAME
           EVALUATE IT-EFF-USAGE(WS-IX)
               WHEN 'F'
               WHEN 'G'
                   MOVE 'FLOATING-POINT USAGE' TO WS-NT-REASON
               WHEN 'X'
                   MOVE 'POINTER OR INDEX USAGE' TO WS-NT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-NT-REASON
           END-EVALUATE
           IF WS-NT-REASON = SPACES AND IT-SIZE(WS-IX) > 99
               MOVE 'LONGER THAN 99 BYTES' TO WS-NT-REASON
           END-IF
           IF WS-NT-REASON NOT = SPACES
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4000-EMIT-ITEM-EXIT
           END-IF
           MOVE IT-EFF-USAGE(WS-IX) TO WS-FIELD-TYPE
           MOVE IT-SIZE(WS-IX) TO WS-FIELD-LEN
           IF WS-FIELD-TYPE = 'D'
               MOVE WS-FIELD-LEN TO WS-OUT-LEN
           ELSE
               MOVE IT-DIGITS(WS-IX) TO WS-OUT-LEN
               IF IT-SIGNED(WS-IX) = 'Y'
                   ADD 1 TO WS-OUT-LEN
               END-IF
           END-IF
      *>   Table dimensions, outermost first.
           MOVE 0 TO WS-DIM-DEPTH
           MOVE WS-IX TO WS-RX
           PERFORM UNTIL WS-RX = 0
               IF IT-OCCURS(WS-RX) > 1
                   ADD 1 TO WS-DIM-DEPTH
               END-IF
               MOVE IT-PARENT(WS-RX) TO WS-RX
           END-PERFORM
           IF WS-DIM-DEPTH > 3
               MOVE 'OCCURS NESTED MORE THAN 3 DEEP' TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4000-EMIT-ITEM-EXIT
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               MOVE 1 TO WS-DIM-COUNT(WS-PX)
               MOVE 0 TO WS-DIM-STRIDE(WS-PX)
           END-PERFORM
           MOVE WS-DIM-DEPTH TO WS-PX
           MOVE 'N' TO WS-ITEM-LISTED-SW
           MOVE WS-IX TO WS-RX
           PERFORM UNTIL WS-RX = 0
               IF IT-OCCURS(WS-RX) > 1
                   MOVE IT-OCCURS(WS-RX) TO WS-DIM-COUNT(WS-PX)
                   MOVE IT-SIZE(WS-RX) TO WS-DIM-STRIDE(WS-PX)
                   SUBTRACT 1 FROM WS-PX
               END-IF
               IF IT-ODO(WS-RX) = 'Y' AND WS-ITEM-LISTED-SW = 'N'
                   MOVE 'OCCURS DEPENDING ON - MAXIMUM USED'
                       TO WS-NT-REASON
                   PERFORM 4900-LIST-NOT-TRANSLATED
                   MOVE 'Y' TO WS-ITEM-LISTED-SW
               END-IF
               MOVE IT-PARENT(WS-RX) TO WS-RX
           END-PERFORM
      *>   The name keeps as much of the data name as fits beside
      *>   its subscript suffixes in the 12-byte LAYOUTDF slot.
           MOVE IT-NAME(WS-IX) TO WS-TOKEN-WORK
           PERFORM 2900-TOKEN-LENGTH
           MOVE WS-TOK-LEN TO WS-NAME-LEN
           COMPUTE WS-NAME-ROOM = 12 - 3 * WS-DIM-DEPTH
           IF WS-NAME-LEN > WS-NAME-ROOM
               MOVE WS-NAME-ROOM TO WS-NAME-LEN
           END-IF
           PERFORM 4100-EMIT-OCCURRENCE THRU 4100-EMIT-OCCURRENCE-EXIT
               VARYING WS-SUB-1 FROM 1 BY 1
                 UNTIL WS-SUB-1 > WS-DIM-COUNT(1)
               AFTER WS-SUB-2 FROM 1 BY 1
                 UNTIL WS-SUB-2 > WS-DIM-COUNT(2)
               AFTER WS-SUB-3 FROM 1 BY 1
                 UNTIL WS-SUB-3 > WS-DIM-COUNT(3).
       4000-EMIT-ITEM-EXIT.
           EXIT.

       4100-EMIT-OCCURRENCE.
           MOVE SPACES TO WS-FIELD-NAME
           MOVE 1 TO WS-NAME-PTR
           STRING IT-NAME(WS-IX)(1:WS-NAME-LEN) DELIMITED BY SIZE
                  INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
           END-STRING
           EVALUATE WS-DIM-DEPTH
               WHEN 1
                   MOVE WS-SUB-1 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
               WHEN 2
                   MOVE WS-SUB-1 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
                   MOVE WS-SUB-2 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
               WHEN 3
                   MOVE WS-SUB-1 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
                   MOVE WS-SUB-2 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
                   MOVE WS-SUB-3 TO WS-SUB-EDIT
                   STRING '-' WS-SUB-EDIT DELIMITED BY SIZE
                       INTO WS-FIELD-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
           END-EVALUATE
           COMPUTE WS-IN-POS = IT-OFFSET(WS-IX) + 1
               + (WS-SUB-1 - 1) * WS-DIM-STRIDE(1)
               + (WS-SUB-2 - 1) * WS-DIM-STRIDE(2)
               + (WS-SUB-3 - 1) * WS-DIM-STRIDE(3)
           MOVE SPACES TO WS-NT-NAME
           MOVE WS-FIELD-NAME TO WS-NT-NAME
           IF WS-IN-POS + WS-FIELD-LEN - 1 > 256
               MOVE 'PAST REFORMAT 256-BYTE INPUT RECORD'
                   TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4100-EMIT-OCCURRENCE-EXIT
           END-IF
           IF WS-OUT-POS + WS-OUT-LEN - 1 > 256
               MOVE 'PAST REFORMAT 256-BYTE OUTPUT RECORD'
                   TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4100-EMIT-OCCURRENCE-EXIT
           END-IF
           IF WS-GEN-COUNT = 50
               MOVE 'REFORMAT 50-FIELD LIMIT REACHED' TO WS-NT-REASON
               PERFORM 4900-LIST-NOT-TRANSLATED
               GO TO 4100-EMIT-OCCURRENCE-EXIT
           END-IF
           MOVE SPACES TO LAYOUT-DEF-RECORD
           MOVE WS-FIELD-NAME TO LY-FIELD-NAME
           MOVE WS-IN-POS TO LY-IN-POS
           MOVE WS-FIELD-LEN TO LY-IN-LEN
           MOVE WS-FIELD-TYPE TO LY-TYPE
           MOVE WS-OUT-POS TO LY-OUT-POS
           MOVE WS-OUT-LEN TO LY-OUT-LEN
           WRITE LAYOUT-DEF-RECORD
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-FIELD-NAME TO WS-GL-FIELD
           MOVE WS-IN-POS TO WS-GL-IN-POS
           MOVE WS-FIELD-LEN TO WS-GL-IN-LEN
           MOVE WS-FIELD-TYPE TO WS-GL-TYPE
           MOVE WS-OUT-POS TO WS-GL-OUT-POS
           MOVE WS-OUT-LEN TO WS-GL-OUT-LEN
           MOVE IT-NAME(WS-IX) TO WS-GL-SOURCE
           WRITE LISTING-RECORD FROM WS-GEN-LINE
           ADD WS-OUT-LEN TO WS-OUT-POS.
       4100-EMIT-OCCURRENCE-EXIT.
           EXIT.

       4900-LIST-NOT-TRANSLATED.
           MOVE WS-NT-NAME TO WS-NL-NAME
           MOVE WS-NT-REASON TO WS-NL-REASON
           WRITE LISTING-RECORD FROM WS-NT-LINE
           ADD 1 TO WS-NOT-TRANS-COUNT.

       COPY PARMPA.
       COPY FILESTPA.
