      *> CTOTFD.cpy - FD for the control-totals file.  TL-STREAM
      *>   names what was counted when one program posts more than
      *>   once a run (TGTCHECK's two target lists) -- by
      *>   convention the input file's name.  TL-DATE is the
      *>   business date; a rerun posts again, and the latest
      *>   posting for a program and stream on a date is the one
      *>   CTLBAL balances.
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           05 TL-DATE                PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-TIME                PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-PROGRAM-ID          PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-STREAM              PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-INPUT-COUNT         PIC 9(9).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-OUTPUT-COUNT        PIC 9(9).
           05 FILLER                 PIC X VALUE SPACE.
           05 TL-REJECT-COUNT        PIC 9(9).
