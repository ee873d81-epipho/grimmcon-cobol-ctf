      *> FISCWS.cpy
      *>   Working-storage for the fiscal calendar (FISCPA).  8330-
      *>   LOAD-FISCAL-CALENDAR settles the period basis for the
      *>   calling program and loads the periods; the caller then
      *>   moves a date to WS-FP-DATE and performs 8340-FIND-FISCAL-
      *>   PERIOD, or moves a fiscal year and period to WS-FP-YEAR /
      *>   WS-FP-PERIOD and performs 8345-FIND-FISCAL-BY-NUMBER.
      *>   Either way WS-FP-IN-CALENDAR says whether the period is on
      *>   file, and the period's dates, its quarter, and the first
      *>   date of that quarter are left below.
       01  WS-FP-STATUS              PIC X(2).
       01  WS-FP-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-FISCAL-CAL     VALUE 'Y'.
       01  WS-FP-BASIS-SW            PIC X VALUE 'C'.
           88  WS-FISCAL-BASIS       VALUE 'F'.
           88  WS-CALENDAR-BASIS     VALUE 'C'.
       01  WS-FP-COUNT               PIC 9(3) VALUE 0.
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 120 TIMES INDEXED BY FP-IDX.
               10  WS-FP-T-YEAR      PIC 9(4).
               10  WS-FP-T-PERIOD    PIC 9(2).
               10  WS-FP-T-START     PIC 9(8).
               10  WS-FP-T-END       PIC 9(8).
       01  WS-FP-DATE                PIC 9(8).
       01  WS-FP-FOUND-SW            PIC X.
           88  WS-FP-IN-CALENDAR     VALUE 'Y'.
       01  WS-FP-YEAR                PIC 9(4).
       01  WS-FP-PERIOD              PIC 9(2).
       01  WS-FP-START               PIC 9(8).
       01  WS-FP-END                 PIC 9(8).
       01  WS-FP-QUARTER             PIC 9(1).
       01  WS-FP-QTR-START           PIC 9(8).
       01  WS-FP-QTR-FIRST-PERIOD    PIC 9(2).
