       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Constellation and gap analysis over
      *>               the PRIMES reference file PRIMSIEV builds.  One
      *>               pass of the keyed file in value order, up to the
      *>               PRIMSCTL ceiling, counts per range band the twin
      *>               (gap 2), cousin (gap 4) and sexy (gap 6) pairs,
      *>               the prime triplets (p, p+2, p+6 and p, p+4, p+6)
      *>               and quadruplets (p, p+2, p+6, p+8), and the
      *>               largest gap between consecutive primes, with
      *>               the band flagged where that gap is a new record
      *>               over every lower band.  A constellation counts
      *>               in the band of its smallest member, a gap in
      *>               the band of the prime that opens it.  Band
      *>               width is central parameter PRIMGAPS/BAND-SIZE
      *>               (default 10000), widened automatically when the
      *>               ceiling would need more than 100 bands.  The
      *>               report (PRIMGAPR) replaces the one-off programs
      *>               written for each new gap question; a box with
      *>               no sieve on file ends RC 8 -- run PRIMSIEV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMGAPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIME-REF-FILE ASSIGN TO "PRIMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-PRIME-VALUE
               FILE STATUS IS WS-PN-STATUS.
           SELECT PRIME-CTL-FILE ASSIGN TO "PRIMSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT GAP-REPORT-FILE ASSIGN TO "PRIMGAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-REF-FILE.
       01  PRIME-REF-RECORD.
           05 PN-PRIME-VALUE        PIC 9(8).

       FD  PRIME-CTL-FILE.
       01  PRIME-CTL-RECORD.
           05 PC-CEILING            PIC 9(8).

       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-RECORD        PIC X(110).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY PARMWS.
           COPY FILESTWS.
           01 WS-PN-STATUS          PIC X(2).
           01 WS-PC-STATUS          PIC X(2).
           01 WS-PN-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-PRIMES      VALUE 'Y'.
           01 WS-CEILING            PIC 9(8) VALUE 0.
           01 WS-BAND-SIZE          PIC 9(8) VALUE 10000.
           01 WS-BAND-COUNT         PIC 9(3).
           01 WS-BAND-IDX           PIC 9(3).
           01 WS-THIS-PRIME         PIC 9(8).
           01 WS-PREV-PRIME         PIC 9(8) VALUE 0.
           01 WS-GAP                PIC 9(8).
           01 WS-FIRST-MEMBER       PIC 9(8).
           01 WS-LOOK-VALUE         PIC 9(8).
           01 WS-LOOK-SW            PIC X.
              88 WS-LOOK-FOUND      VALUE 'Y'.
           01 WS-HAS-2-SW           PIC X.
              88 WS-HAS-2           VALUE 'Y'.
           01 WS-HAS-4-SW           PIC X.
              88 WS-HAS-4           VALUE 'Y'.
           01 WS-HAS-6-SW           PIC X.
              88 WS-HAS-6           VALUE 'Y'.
           01 WS-HAS-8-SW           PIC X.
              88 WS-HAS-8           VALUE 'Y'.
      *>   The last four primes read: every constellation member
      *>   below the current prime is within 8 of it, and there are
      *>   at most four odd values in that distance.
           01 WS-RECENT-TABLE.
              05 WS-RECENT-PRIME OCCURS 4 TIMES PIC 9(8).
           01 WS-RECENT-IDX         PIC 9(1).
           01 WS-BAND-TABLE.
              05 WS-BAND-ENTRY OCCURS 100 TIMES.
                 10 WS-BD-PRIMES       PIC 9(8).
                 10 WS-BD-TWIN         PIC 9(8).
                 10 WS-BD-COUSIN       PIC 9(8).
                 10 WS-BD-SEXY         PIC 9(8).
                 10 WS-BD-TRIPLET      PIC 9(8).
                 10 WS-BD-QUAD         PIC 9(8).
                 10 WS-BD-MAX-GAP      PIC 9(8).
                 10 WS-BD-GAP-AFTER    PIC 9(8).
           01 WS-RUN-MAX-GAP        PIC 9(8) VALUE 0.
           01 WS-TOTALS.
              05 WS-TOT-PRIMES      PIC 9(8) VALUE 0.
              05 WS-TOT-TWIN        PIC 9(8) VALUE 0.
              05 WS-TOT-COUSIN      PIC 9(8) VALUE 0.
              05 WS-TOT-SEXY        PIC 9(8) VALUE 0.
              05 WS-TOT-TRIPLET     PIC 9(8) VALUE 0.
              05 WS-TOT-QUAD        PIC 9(8) VALUE 0.
           01 WS-HEADING-LINE.
              05 FILLER             PIC X(18) VALUE 'BAND FROM       TO'.
              05 FILLER             PIC X(10) VALUE '    PRIMES'.
              05 FILLER             PIC X(9)  VALUE '     TWIN'.
              05 FILLER             PIC X(9)  VALUE '   COUSIN'.
              05 FILLER             PIC X(9)  VALUE '     SEXY'.
              05 FILLER             PIC X(9)  VALUE '  TRIPLET'.
              05 FILLER             PIC X(9)  VALUE '     QUAD'.
              05 FILLER             PIC X(9)  VALUE '  MAX GAP'.
              05 FILLER             PIC X(10) VALUE '     AFTER'.
           01 WS-BAND-LINE.
              05 WS-BL-FROM         PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-BL-TO           PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-BL-PRIMES       PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-TWIN         PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-COUSIN       PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-SEXY         PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-TRIPLET      PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-QUAD         PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-MAX-GAP      PIC Z(7)9.
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-BL-GAP-AFTER    PIC Z(7)9.
              05 FILLER             PIC X VALUE SPACE.
              05 WS-BL-RECORD       PIC X(6).
           01 WS-REPORT-LINE        PIC X(110).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'PRIMGAPS' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF WS-CEILING = 0
               DISPLAY 'PRIMGAPS: NO PRIMSCTL CEILING ON FILE - '
                       'RUN PRIMSIEV FIRST'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRIME-REF-FILE
           MOVE WS-PN-STATUS TO WS-FS-STATUS
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'PRIMES' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           PERFORM 2000-READ-ONE-PRIME UNTIL END-OF-PRIMES
           CLOSE PRIME-REF-FILE
           PERFORM 3000-WRITE-REPORT
           DISPLAY 'PRIMGAPS: ' WS-TOT-PRIMES ' PRIME(S) IN '
                   WS-BAND-COUNT ' BAND(S) UP TO ' WS-CEILING
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PRIME-CTL-FILE
           IF WS-PC-STATUS NOT = '00'
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           READ PRIME-CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF PC-CEILING IS NUMERIC
                       MOVE PC-CEILING TO WS-CEILING
                   END-IF
           END-READ
           CLOSE PRIME-CTL-FILE
           IF WS-CEILING = 0
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'PRIMGAPS' TO WS-PM-PROGRAM-ID
           MOVE 'BAND-SIZE' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:8) IS NUMERIC
               AND WS-PM-PARM-VALUE(1:8) NOT = '00000000'
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-BAND-SIZE
           END-IF
           IF WS-CEILING / WS-BAND-SIZE >= 100
               COMPUTE WS-BAND-SIZE = (WS-CEILING + 99) / 100
               DISPLAY 'PRIMGAPS: BAND SIZE WIDENED TO ' WS-BAND-SIZE
                       ' FOR 100 BANDS'
           END-IF
           COMPUTE WS-BAND-COUNT = WS-CEILING / WS-BAND-SIZE + 1
           IF WS-BAND-COUNT > 100
               MOVE 100 TO WS-BAND-COUNT
           END-IF
           INITIALIZE WS-BAND-TABLE
           INITIALIZE WS-RECENT-TABLE.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-READ-ONE-PRIME.
           READ PRIME-REF-FILE NEXT RECORD
               AT END SET END-OF-PRIMES TO TRUE
               NOT AT END
                   IF PN-PRIME-VALUE > WS-CEILING
                       SET END-OF-PRIMES TO TRUE
                   ELSE
                       MOVE PN-PRIME-VALUE TO WS-THIS-PRIME
                       PERFORM 2100-TALLY-PRIME
                   END-IF
           END-READ.

       2100-TALLY-PRIME.
           MOVE WS-THIS-PRIME TO WS-FIRST-MEMBER
           PERFORM 2900-FIND-BAND
           ADD 1 TO WS-BD-PRIMES(WS-BAND-IDX)
           ADD 1 TO WS-TOT-PRIMES
      *>   Gap from the previous prime, charged to the band of the
      *>   prime that opens it.
           IF WS-PREV-PRIME > 0
               COMPUTE WS-GAP = WS-THIS-PRIME - WS-PREV-PRIME
               MOVE WS-PREV-PRIME TO WS-FIRST-MEMBER
               PERFORM 2900-FIND-BAND
               IF WS-GAP > WS-BD-MAX-GAP(WS-BAND-IDX)
                   MOVE WS-GAP TO WS-BD-MAX-GAP(WS-BAND-IDX)
                   MOVE WS-PREV-PRIME TO WS-BD-GAP-AFTER(WS-BAND-IDX)
               END-IF
           END-IF
      *>   Which of the current prime less 2, 4, 6 and 8 are prime.
           MOVE 'N' TO WS-HAS-2-SW WS-HAS-4-SW WS-HAS-6-SW WS-HAS-8-SW
           IF WS-THIS-PRIME > 2
               COMPUTE WS-LOOK-VALUE = WS-THIS-PRIME - 2
               PERFORM 2800-LOOK-BACK
               MOVE WS-LOOK-SW TO WS-HAS-2-SW
           END-IF
           IF WS-THIS-PRIME > 4
               COMPUTE WS-LOOK-VALUE = WS-THIS-PRIME - 4
               PERFORM 2800-LOOK-BACK
               MOVE WS-LOOK-SW TO WS-HAS-4-SW
           END-IF
           IF WS-THIS-PRIME > 6
               COMPUTE WS-LOOK-VALUE = WS-THIS-PRIME - 6
               PERFORM 2800-LOOK-BACK
               MOVE WS-LOOK-SW TO WS-HAS-6-SW
           END-IF
           IF WS-THIS-PRIME > 8
               COMPUTE WS-LOOK-VALUE = WS-THIS-PRIME - 8
               PERFORM 2800-LOOK-BACK
               MOVE WS-LOOK-SW TO WS-HAS-8-SW
           END-IF
           IF WS-HAS-2
               COMPUTE WS-FIRST-MEMBER = WS-THIS-PRIME - 2
               PERFORM 2900-FIND-BAND
               ADD 1 TO WS-BD-TWIN(WS-BAND-IDX) WS-TOT-TWIN
           END-IF
           IF WS-HAS-4
               COMPUTE WS-FIRST-MEMBER = WS-THIS-PRIME - 4
               PERFORM 2900-FIND-BAND
               ADD 1 TO WS-BD-COUSIN(WS-BAND-IDX) WS-TOT-COUSIN
           END-IF
           IF WS-HAS-6
               COMPUTE WS-FIRST-MEMBER = WS-THIS-PRIME - 6
               PERFORM 2900-FIND-BAND
               ADD 1 TO WS-BD-SEXY(WS-BAND-IDX) WS-TOT-SEXY
               IF WS-HAS-2 OR WS-HAS-4
                   ADD 1 TO WS-BD-TRIPLET(WS-BAND-IDX) WS-TOT-TRIPLET
               END-IF
           END-IF
           IF WS-HAS-2 AND WS-HAS-6 AND WS-HAS-8
               COMPUTE WS-FIRST-MEMBER = WS-THIS-PRIME - 8
               PERFORM 2900-FIND-BAND
               ADD 1 TO WS-BD-QUAD(WS-BAND-IDX) WS-TOT-QUAD
           END-IF
      *>   Slide the look-back window.
           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX > 3
               MOVE WS-RECENT-PRIME(WS-RECENT-IDX + 1)
                   TO WS-RECENT-PRIME(WS-RECENT-IDX)
           END-PERFORM
           MOVE WS-THIS-PRIME TO WS-RECENT-PRIME(4)
           MOVE WS-THIS-PRIME TO WS-PREV-PRIME.

       2800-LOOK-BACK.
           MOVE 'N' TO WS-LOOK-SW
           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX > 4
               IF WS-RECENT-PRIME(WS-RECENT-IDX) = WS-LOOK-VALUE
                   MOVE 'Y' TO WS-LOOK-SW
               END-IF
           END-PERFORM.

       2900-FIND-BAND.
           COMPUTE WS-BAND-IDX = WS-FIRST-MEMBER / WS-BAND-SIZE + 1
           IF WS-BAND-IDX > WS-BAND-COUNT
               MOVE WS-BAND-COUNT TO WS-BAND-IDX
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'PRIMGAPR' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIME CONSTELLATION AND GAP REPORT  CEILING '
                      DELIMITED BY SIZE
                  WS-CEILING DELIMITED BY SIZE
                  '  BAND SIZE ' DELIMITED BY SIZE
                  WS-BAND-SIZE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE GAP-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE GAP-REPORT-RECORD FROM WS-HEADING-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
               PERFORM 3100-WRITE-BAND-LINE
           END-PERFORM
           MOVE SPACES TO WS-BAND-LINE
           MOVE 0 TO WS-BL-FROM
           MOVE WS-CEILING TO WS-BL-TO
           MOVE WS-TOT-PRIMES TO WS-BL-PRIMES
           MOVE WS-TOT-TWIN TO WS-BL-TWIN
           MOVE WS-TOT-COUSIN TO WS-BL-COUSIN
           MOVE WS-TOT-SEXY TO WS-BL-SEXY
           MOVE WS-TOT-TRIPLET TO WS-BL-TRIPLET
           MOVE WS-TOT-QUAD TO WS-BL-QUAD
           MOVE WS-RUN-MAX-GAP TO WS-BL-MAX-GAP
           MOVE 'TOTAL' TO WS-BL-RECORD
           WRITE GAP-REPORT-RECORD FROM WS-BAND-LINE
           CLOSE GAP-REPORT-FILE.

       3100-WRITE-BAND-LINE.
           COMPUTE WS-BL-FROM = (WS-BAND-IDX - 1) * WS-BAND-SIZE
           IF WS-BAND-IDX = WS-BAND-COUNT
               MOVE WS-CEILING TO WS-BL-TO
           ELSE
               COMPUTE WS-BL-TO = WS-BAND-IDX * WS-BAND-SIZE - 1
           END-IF
           MOVE WS-BD-PRIMES(WS-BAND-IDX) TO WS-BL-PRIMES
           MOVE WS-BD-TWIN(WS-BAND-IDX) TO WS-BL-TWIN
           MOVE WS-BD-COUSIN(WS-BAND-IDX) TO WS-BL-COUSIN
           MOVE WS-BD-SEXY(WS-BAND-IDX) TO WS-BL-SEXY
           MOVE WS-BD-TRIPLET(WS-BAND-IDX) TO WS-BL-TRIPLET
           MOVE WS-BD-QUAD(WS-BAND-IDX) TO WS-BL-QUAD
           MOVE WS-BD-MAX-GAP(WS-BAND-IDX) TO WS-BL-MAX-GAP
           MOVE WS-BD-GAP-AFTER(WS-BAND-IDX) TO WS-BL-GAP-AFTER
           MOVE SPACES TO WS-BL-RECORD
           IF WS-BD-MAX-GAP(WS-BAND-IDX) > WS-RUN-MAX-GAP
               MOVE WS-BD-MAX-GAP(WS-BAND-IDX) TO WS-RUN-MAX-GAP
               MOVE 'RECORD' TO WS-BL-RECORD
           END-IF
           WRITE GAP-REPORT-RECORD FROM WS-BAND-LINE.

       COPY PARMPA.
       COPY FILESTPA.
