      *> FISCFC.cpy - FILE-CONTROL entry for the fiscal calendar.
      *>   Finance closes on a 4-4-5 fiscal calendar, not calendar
      *>   months; this file lists each fiscal year's periods with
      *>   their first and last dates so month-end work can follow
      *>   the periods finance reports on.
           SELECT OPTIONAL FISCAL-CAL-FILE ASSIGN TO "FISCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
