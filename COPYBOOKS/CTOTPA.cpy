      *> CTOTPA.cpy
      *>   Appends one control-totals record from the WS-TL fields,
      *>   dated with the business date.  Requires CTOTWS in
      *>   WORKING-STORAGE, CTOTFC / CTOTFD in FILE-CONTROL and the
      *>   FILE SECTION, and the processing-date copybooks (BIZDTFC,
      *>   BIZDTFD, BIZDTWS, BIZDTPA).
       8780-POST-CONTROL-TOTALS.
           PERFORM 9300-GET-PROCESSING-DATE THRU
               9300-GET-PROCESSING-DATE-EXIT
           ACCEPT WS-TL-POST-TIME FROM TIME
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF WS-TL-STATUS NOT = '00' AND WS-TL-STATUS NOT = '05'
               DISPLAY WS-TL-PROGRAM-ID
                       ': CONTROL TOTALS NOT WRITABLE, STATUS '
                       WS-TL-STATUS ' -- TOTALS NOT POSTED'
               GO TO 8780-POST-CONTROL-TOTALS-EXIT
           END-IF
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE WS-BIZ-DATE TO TL-DATE
           MOVE WS-TL-POST-TIME TO TL-TIME
           MOVE WS-TL-PROGRAM-ID TO TL-PROGRAM-ID
           MOVE WS-TL-STREAM TO TL-STREAM
           MOVE WS-TL-INPUT-COUNT TO TL-INPUT-COUNT
           MOVE WS-TL-OUTPUT-COUNT TO TL-OUTPUT-COUNT
           MOVE WS-TL-REJECT-COUNT TO TL-REJECT-COUNT
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE.
       8780-POST-CONTROL-TOTALS-EXIT.
           EXIT.
