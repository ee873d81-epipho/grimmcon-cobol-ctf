      *>               (YYYYMM) comes from an optional MONTHPRM
      *>               control record, defaulting to the current
      *>               month.
      *>   2026-10-15  Rolls up a fiscal period from FISCCAL when
      *>               PERIOD-BASIS is FISCAL (MONTHPRM then holds
      *>               fiscal year and period), and adds period-to-date
      *>               and quarter-to-date totals on either basis.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHRPT.

           SELECT MONTH-REPORT-FILE ASSIGN TO "MONTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.
           COPY FISCFC.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-REPORT-FILE.
       01  MONTH-REPORT-RECORD      PIC X(70).

       COPY PARMFD.
       COPY FISCFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY FISCWS.
           01 WS-MP-STATUS          PIC X(2).
           01 WS-NH-STATUS          PIC X(2).
           01 WS-NH-EOF-SW          PIC X VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-MP-GIVEN-SW        PIC X VALUE 'N'.
              88 WS-MONTH-GIVEN     VALUE 'Y'.
           01 WS-REPORT-MONTH       PIC 9(6).
           01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
              05 WS-RM-YEAR         PIC 9(4).
              05 WS-RM-MONTH        PIC 9(2).
      *>   The report period (a calendar month or a fiscal period),
      *>   its quarter's first date, and the last date counted to
      *>   date -- the run date, or the period end once it is past.
           01 WS-PERIOD-START       PIC 9(8).
           01 WS-PERIOD-END         PIC 9(8).
           01 WS-QTR-START          PIC 9(8).
           01 WS-CUTOFF-DATE        PIC 9(8).
           01 WS-QUARTER            PIC 9(1).
           01 WS-NEXT-MONTH-START   PIC 9(8).
           01 WS-PTD-ATTEMPTS       PIC 9(10) VALUE 0.
           01 WS-PTD-COMPLETE       PIC 9(8) VALUE 0.
           01 WS-PTD-FAILED         PIC 9(8) VALUE 0.
           01 WS-PTD-EXCEPTIONS     PIC 9(8) VALUE 0.
           01 WS-QTD-ATTEMPTS       PIC 9(10) VALUE 0.
           01 WS-QTD-COMPLETE       PIC 9(8) VALUE 0.
           01 WS-QTD-FAILED         PIC 9(8) VALUE 0.
           01 WS-QTD-EXCEPTIONS     PIC 9(8) VALUE 0.
           01 WS-STEP-COMPLETE-TOT  PIC 9(8) VALUE 0.
           01 WS-STEP-FAILED-TOT    PIC 9(8) VALUE 0.
           01 WS-DUMBO-EXC-TOT      PIC 9(8) VALUE 0.
           01 WS-NIGHT-COUNT        PIC 9(3) VALUE 0.
           01 WS-NIGHT-FOUND-SW     PIC X.
           01 WS-NIGHT-TABLE.
              05 WS-NIGHT-ENTRY OCCURS 42 TIMES INDEXED BY NI-IDX.
                 10 WS-NI-DATE       PIC 9(8).
                 10 WS-NI-ATTEMPTS   PIC 9(10).
           01 WS-BUSIEST-DATE       PIC 9(8) VALUE 0.
                   NOT AT END
                       IF MP-MONTH > 0
                           MOVE MP-MONTH TO WS-REPORT-MONTH
                           SET WS-MONTH-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE MONTH-PARM-FILE
           END-IF
           MOVE 'MONTHRPT' TO WS-PM-PROGRAM-ID
           PERFORM 8330-LOAD-FISCAL-CALENDAR THRU
               8330-LOAD-FISCAL-CALENDAR-EXIT
           PERFORM 0100-SET-REPORT-PERIOD

           OPEN INPUT NIGHT-HISTORY-FILE
           IF WS-NH-STATUS = '00'
           PERFORM 3000-WRITE-MONTH-REPORT
           GOBACK.

      *>   On the fiscal basis MONTHPRM carries fiscal year and
      *>   period (YYYYPP) instead of a calendar month; with no
      *>   MONTHPRM the period holding the run date is reported.  A
      *>   period not on FISCCAL falls back to the calendar month.
       0100-SET-REPORT-PERIOD.
           IF WS-FISCAL-BASIS
               IF WS-MONTH-GIVEN
                   MOVE WS-RM-YEAR TO WS-FP-YEAR
                   MOVE WS-RM-MONTH TO WS-FP-PERIOD
                   PERFORM 8345-FIND-FISCAL-BY-NUMBER THRU
                       8345-FIND-FISCAL-BY-NUMBER-EXIT
               ELSE
                   MOVE WS-RUN-DATE TO WS-FP-DATE
                   PERFORM 8340-FIND-FISCAL-PERIOD THRU
                       8340-FIND-FISCAL-PERIOD-EXIT
               END-IF
               IF WS-FP-IN-CALENDAR
                   MOVE WS-FP-YEAR TO WS-RM-YEAR
                   MOVE WS-FP-PERIOD TO WS-RM-MONTH
                   MOVE WS-FP-START TO WS-PERIOD-START
                   MOVE WS-FP-END TO WS-PERIOD-END
                   MOVE WS-FP-QTR-START TO WS-QTR-START
                   MOVE WS-FP-QUARTER TO WS-QUARTER
               ELSE
                   DISPLAY 'MONTHRPT: FISCAL PERIOD NOT ON FISCCAL -- '
                           'CALENDAR MONTH REPORTED'
                   SET WS-CALENDAR-BASIS TO TRUE
                   MOVE 4 TO RETURN-CODE
                   IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
                       COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
                   END-IF
               END-IF
           END-IF
           IF WS-CALENDAR-BASIS
               COMPUTE WS-PERIOD-START = WS-REPORT-MONTH * 100 + 1
               IF WS-RM-MONTH = 12
                   COMPUTE WS-NEXT-MONTH-START =
                       (WS-RM-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
               END-IF
               COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
               COMPUTE WS-QUARTER = (WS-RM-MONTH - 1) / 3 + 1
               COMPUTE WS-QTR-START = WS-RM-YEAR * 10000
                   + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1
           END-IF
           IF WS-RUN-DATE < WS-PERIOD-END
               MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-CUTOFF-DATE
           END-IF.

      *>   One pass serves both the period detail and the quarter-
      *>   to-date totals, which reach back to the quarter's start.
       1000-ROLL-UP-ONE-RECORD.
           READ NIGHT-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF RH-RUN-DATE >= WS-QTR-START
                       AND RH-RUN-DATE <= WS-CUTOFF-DATE
                       PERFORM 1300-POST-TO-DATE
                   END-IF
                   IF RH-RUN-DATE >= WS-PERIOD-START
                       AND RH-RUN-DATE <= WS-PERIOD-END
                       EVALUATE RH-REC-TYPE
                           WHEN 'S'
                               ADD RH-COUNT-1 TO WS-STEP-COMPLETE-TOT
                   END-IF
           END-READ.

       1300-POST-TO-DATE.
           EVALUATE RH-REC-TYPE
               WHEN 'S'
                   ADD RH-COUNT-1 TO WS-QTD-COMPLETE
                   ADD RH-COUNT-2 TO WS-QTD-FAILED
               WHEN 'X'
                   ADD RH-COUNT-1 RH-COUNT-2 TO WS-QTD-EXCEPTIONS
               WHEN 'P'
                   ADD RH-COUNT-1 TO WS-QTD-ATTEMPTS
           END-EVALUATE
           IF RH-RUN-DATE >= WS-PERIOD-START
               EVALUATE RH-REC-TYPE
                   WHEN 'S'
                       ADD RH-COUNT-1 TO WS-PTD-COMPLETE
                       ADD RH-COUNT-2 TO WS-PTD-FAILED
                   WHEN 'X'
                       ADD RH-COUNT-1 RH-COUNT-2 TO WS-PTD-EXCEPTIONS
                   WHEN 'P'
                       ADD RH-COUNT-1 TO WS-PTD-ATTEMPTS
               END-EVALUATE
           END-IF.

       1100-POST-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SW
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   ADD RH-COUNT-1 TO WS-NI-ATTEMPTS(NI-IDX)
               END-IF
           END-PERFORM
           IF WS-NIGHT-FOUND-SW = 'N' AND WS-NIGHT-COUNT < 42
               ADD 1 TO WS-NIGHT-COUNT
               SET NI-IDX TO WS-NIGHT-COUNT
               MOVE RH-RUN-DATE TO WS-NI-DATE(NI-IDX)
           MOVE 'MONTHRPT' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FISCAL-BASIS
               STRING 'FISCAL PERIOD ROLLUP FOR FY' DELIMITED BY SIZE
                      WS-RM-YEAR DELIMITED BY SIZE
                      ' P' DELIMITED BY SIZE
                      WS-RM-MONTH DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-PERIOD-START DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-PERIOD-END DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'MONTH-END OPERATIONS ROLLUP FOR ' DELIMITED BY SIZE
                      WS-REPORT-MONTH DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 3200-WRITE-TO-DATE-TOTALS
           CLOSE MONTH-REPORT-FILE.

       3100-WRITE-ONE-PROGRAM.
           MOVE WS-PG-ATTEMPTS(PGM-IDX) TO WS-PL-ATTEMPTS
           WRITE MONTH-REPORT-RECORD FROM WS-PGM-LINE.

      *>   Period-to-date runs from the period's first date and
      *>   quarter-to-date from the quarter's, both through the
      *>   cut-off date.
       3200-WRITE-TO-DATE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIOD-TO-DATE ' DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  '  ATTEMPTS: ' DELIMITED BY SIZE
                  WS-PTD-ATTEMPTS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  STEPS COMPLETE: ' DELIMITED BY SIZE
                  WS-PTD-COMPLETE DELIMITED BY SIZE
                  '  FAILED: ' DELIMITED BY SIZE
                  WS-PTD-FAILED DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-PTD-EXCEPTIONS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'QUARTER-TO-DATE Q' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTR-START DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  '  ATTEMPTS: ' DELIMITED BY SIZE
                  WS-QTD-ATTEMPTS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  STEPS COMPLETE: ' DELIMITED BY SIZE
                  WS-QTD-COMPLETE DELIMITED BY SIZE
                  '  FAILED: ' DELIMITED BY SIZE
                  WS-QTD-FAILED DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-QTD-EXCEPTIONS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MONTH-REPORT-RECORD FROM WS-REPORT-LINE.

       COPY PARMPA.
       COPY FISCPA.
       COPY FILESTPA.
