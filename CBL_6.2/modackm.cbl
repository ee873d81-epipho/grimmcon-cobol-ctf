      *>               report.  A mismatch or an unacknowledged
      *>               batch ends with RETURN-CODE 4 so the desk
      *>               chases it.
      *>   2026-10-15  MODACKRG now carries the vendor, the vendor's
      *>               batch number, and the batch result per
      *>               acknowledgment number (MOD registers every batch
      *>               of a multi-batch MODTRANS file separately); the
      *>               layout here and the rewrite work record follow
      *>               it, and the follow-up lines name the vendor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODACKM.

           05 AG-HASH               PIC 9(18).
           05 FILLER                PIC X.
           05 AG-STATUS             PIC X(8).
           05 FILLER                PIC X.
           05 AG-VENDOR-ID          PIC X(8).
           05 FILLER                PIC X.
           05 AG-VENDOR-BATCH       PIC X(8).
           05 FILLER                PIC X.
           05 AG-BATCH-RESULT       PIC X(8).

       FD  ACK-WORK-FILE.
       01  ACK-WORK-RECORD          PIC X(90).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD        PIC X(70).
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'COUNT MISMATCH ' DELIMITED BY SIZE
                              AG-ACK-NO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              AG-VENDOR-ID DELIMITED BY SIZE
                              ' OURS ' DELIMITED BY SIZE
                              AG-COUNT DELIMITED BY SIZE
                              ' THEIRS ' DELIMITED BY SIZE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'UNACKNOWLEDGED ' DELIMITED BY SIZE
                      AG-ACK-NO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AG-VENDOR-ID DELIMITED BY SIZE
                      ' SENT ' DELIMITED BY SIZE
                      AG-DATE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
