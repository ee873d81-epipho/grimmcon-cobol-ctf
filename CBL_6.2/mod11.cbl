      *>               instead of the wall clock, so a rerun for a
      *>               prior business date files its audit evidence
      *>               under that date.
      *>   2026-10-15  New function 'T' (trial): validates exactly as
      *>               the check function does but writes no MOD11AUD
      *>               record, so MODREPR can put hypothetical repair
      *>               candidates through the real scheme logic without
      *>               them appearing as audited checks.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD11.

           01 LS-RETURN-CODE        PIC 9(1).
           01 LS-FUNCTION           PIC X(1).
              88 LS-GENERATE-MODE   VALUE 'G'.
              88 LS-TRIAL-MODE      VALUE 'T'.
           01 LS-CHECK-DIGIT        PIC 9(1).
           01 LS-COMPOSED-NUM       PIC 9(18).
           01 LS-SCHEME-CODE        PIC X(4).
                   MOVE LS-NUM TO WS-WORK-NUM
                   PERFORM 2000-COMPUTE-REMAINDER
           END-EVALUATE
           IF NOT LS-TRIAL-MODE
               PERFORM 9000-WRITE-AUDIT-RECORD
           END-IF.

           GOBACK.

