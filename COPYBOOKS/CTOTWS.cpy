      *> CTOTWS.cpy
      *>   Working-storage for posting one set of control totals
      *>   (8780-POST-CONTROL-TOTALS in CTOTPA).  The step fills
      *>   its program name, the stream it counted, and the input,
      *>   output, and reject counts, and performs the post at the
      *>   end of its run.  A totals file that cannot be written
      *>   must not take the step down with it -- the post notes
      *>   the failure on the console and carries on, and CTLBAL
      *>   reports the posting as missing.
       01  WS-TL-STATUS              PIC X(2).
       01  WS-TL-PROGRAM-ID          PIC X(8).
       01  WS-TL-STREAM              PIC X(8).
       01  WS-TL-INPUT-COUNT         PIC 9(9) VALUE 0.
       01  WS-TL-OUTPUT-COUNT        PIC 9(9) VALUE 0.
       01  WS-TL-REJECT-COUNT        PIC 9(9) VALUE 0.
       01  WS-TL-POST-TIME           PIC 9(8).
