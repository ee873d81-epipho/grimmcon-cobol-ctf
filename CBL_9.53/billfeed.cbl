      *>               BILLSEQ sequence, and registers it SENT on
      *>               BILLREG for the BILLACKM acknowledgment
      *>               matcher.
      *>   2026-10-15  DAYSUMM record layout follows the new engagement
      *>               component on its key; the monthly totals still
      *>               sum every cell for the site and program.
      *>   2026-10-15  Bills a fiscal period from FISCCAL when PERIOD-
      *>               BASIS is FISCAL; BILLFEED/PERIOD and the feed
      *>               period are then fiscal year and period (YYYYPP).
      *>   2026-10-15  The feed is registered on the outbound
      *>               transmission ledger (TXREG) under its
      *>               submission number once written, so the daily
      *>               TXMATCH report follows it to receipt with the
      *>               other outbound interfaces.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLFEED.

               FILE STATUS IS WS-BR-STATUS.
           COPY PARMFC.
           COPY BIZDTFC.
           COPY FISCFC.

       DATA DIVISION.
       FILE SECTION.
              10 DS-PROGRAM-ID      PIC X(8).
              10 DS-SITE-NAME       PIC X(8).
              10 DS-CODE            PIC X(3).
              10 DS-ENGAGEMENT-ID   PIC X(8).
           05 DS-ATTEMPTS           PIC 9(8).
           05 DS-HITS               PIC 9(8).


       COPY PARMFD.
       COPY BIZDTFD.
       COPY FISCFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY BIZDTWS.
           COPY FISCWS.
           COPY TXRGWS.
           01 WS-DS-STATUS          PIC X(2).
           01 WS-FO-STATUS          PIC X(2).
           01 WS-BS-STATUS          PIC X(2).
           01 WS-DS-EOF-SW          PIC X.
              88 END-OF-SUMMARY     VALUE 'Y'.
           01 WS-PERIOD             PIC 9(6) VALUE 0.
           01 WS-PERIOD-X REDEFINES WS-PERIOD.
              05 WS-PERIOD-YEAR     PIC 9(4).
              05 WS-PERIOD-NO       PIC 9(2).
           01 WS-PERIOD-START       PIC 9(8).
           01 WS-PERIOD-END         PIC 9(8).
           01 WS-RUN-DATE           PIC 9(8).
           01 WS-BILL-SEQ           PIC 9(4) VALUE 1.
           01 WS-SUB-NO             PIC X(12).
       0000-MAINLINE.
           MOVE 'BILLFEED' TO WS-FS-PROGRAM-ID
           MOVE 'BILLFEED' TO WS-PM-PROGRAM-ID
           PERFORM 8330-LOAD-FISCAL-CALENDAR THRU
               8330-LOAD-FISCAL-CALENDAR-EXIT
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           MOVE 'BILLFEED' TO WS-PM-PROGRAM-ID
           MOVE 'PERIOD' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
               MOVE WS-PM-PARM-VALUE(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-BIZ-DATE(1:6) TO WS-PERIOD
           END-IF
           PERFORM 0100-SET-PERIOD-DATES
           IF WS-PERIOD-START = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1000-AGGREGATE-PERIOD
           PERFORM 2000-ASSIGN-SUBMISSION-NUMBER
           PERFORM 3000-WRITE-FEED
           PERFORM 4000-REGISTER-SUBMISSION
           PERFORM 5000-REGISTER-TRANSMISSION
           DISPLAY 'BILLFEED ' WS-SUB-NO ' PERIOD ' WS-PERIOD
                   ' DETAILS ' WS-CELL-COUNT
                   ' TOTAL ' WS-TOTAL-COUNT
           GOBACK.

      *>   On the fiscal basis BILLFEED/PERIOD is a fiscal year and
      *>   period (YYYYPP), and with no entry the fiscal period
      *>   holding the business date is billed; the feed and BILLREG
      *>   then carry YYYYPP.  Billing a period FISCCAL does not hold
      *>   would send finance the wrong dates, so it is refused.
       0100-SET-PERIOD-DATES.
           MOVE 0 TO WS-PERIOD-START WS-PERIOD-END
           IF WS-FISCAL-BASIS
               IF WS-PM-PARM-FOUND
                   AND WS-PM-PARM-VALUE(1:6) IS NUMERIC
                   MOVE WS-PERIOD-YEAR TO WS-FP-YEAR
                   MOVE WS-PERIOD-NO TO WS-FP-PERIOD
                   PERFORM 8345-FIND-FISCAL-BY-NUMBER THRU
                       8345-FIND-FISCAL-BY-NUMBER-EXIT
               ELSE
                   MOVE WS-BIZ-DATE TO WS-FP-DATE
                   PERFORM 8340-FIND-FISCAL-PERIOD THRU
                       8340-FIND-FISCAL-PERIOD-EXIT
               END-IF
               IF WS-FP-IN-CALENDAR
                   MOVE WS-FP-YEAR TO WS-PERIOD-YEAR
                   MOVE WS-FP-PERIOD TO WS-PERIOD-NO
                   MOVE WS-FP-START TO WS-PERIOD-START
                   MOVE WS-FP-END TO WS-PERIOD-END
               ELSE
                   DISPLAY 'BILLFEED: FISCAL PERIOD NOT ON FISCCAL -- '
                           'NO FEED SENT'
               END-IF
           ELSE
               COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
               COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           END-IF.

       1000-AGGREGATE-PERIOD.
           MOVE 'N' TO WS-DS-EOF-SW
           OPEN INPUT DAY-SUMMARY-FILE
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END SET END-OF-SUMMARY TO TRUE
               NOT AT END
                   IF DS-DATE >= WS-PERIOD-START
                       AND DS-DATE <= WS-PERIOD-END
                       PERFORM 1200-POST-TO-CELL
                   END-IF
           END-READ.
               CLOSE BILL-REGISTRY-FILE
           END-IF.

       5000-REGISTER-TRANSMISSION.
           MOVE 'BILLFEED' TO WS-TX-INTERFACE
           MOVE 'BILLFEED' TO WS-TX-FILE-NAME
           MOVE WS-SUB-NO TO WS-TX-REFERENCE
           MOVE 0 TO WS-TX-TAIL-COUNT
           CALL 'TXREG' USING WS-TX-INTERFACE, WS-TX-FILE-NAME,
               WS-TX-REFERENCE, WS-TX-TAIL-COUNT,
               WS-TX-LEDGER-ID, WS-TX-RESULT
           IF NOT WS-TX-REGISTERED
               DISPLAY 'BILLFEED: ' WS-SUB-NO ' NOT ON THE '
                       'TRANSMISSION LEDGER -- REGISTER IT BY HAND'
           END-IF.

       COPY PARMPA.
       COPY BIZDTPA.
       COPY FISCPA.
       COPY FILESTPA.
