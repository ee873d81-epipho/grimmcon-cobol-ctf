      *>               and alerts escalated for sitting
      *>               unacknowledged both land on the summary, so
      *>               the morning page answers "did anyone see it".
      *>   2026-10-15  SCOPEEXC input widened to the record's new length
      *>               now that each blocked request carries the
      *>               engagement ID.
      *>   2026-10-15  MODEXC record widened to 45 bytes (MOD now
      *>               appends a reason code).
      *>   2026-10-15  Run-book lines in NIGHTLOG (blank step name) are
      *>               passed over instead of being counted as skipped
      *>               steps.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRPT.

       01  DUMBO-EXCEPTION-RECORD       PIC X(40).

       FD  MOD-EXCEPTION-FILE.
       01  MOD-EXCEPTION-RECORD         PIC X(45).

       FD  EOD-REPORT-FILE.
       01  EOD-REPORT-RECORD            PIC X(60).

       FD  SCOPE-EXC-IN-FILE.
       01  SCOPE-EXC-IN-RECORD          PIC X(126).

       COPY ALRTFD.

               READ STEP-LOG-FILE
                   AT END SET END-OF-STEP-LOG TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN STEP-LOG-RECORD(1:8) = SPACES
                               CONTINUE
                           WHEN STEP-LOG-RECORD(53:8) = 'COMPLETE'
                               ADD 1 TO WS-STEP-COMPLETE-COUNT
                           WHEN STEP-LOG-RECORD(53:8) = 'FAILED'
                               ADD 1 TO WS-STEP-FAILED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-STEP-SKIPPED-COUNT
