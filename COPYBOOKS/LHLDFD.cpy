      *> LHLDFD.cpy - FD for the legal-hold register.
      *>   LH-HOLD-TYPE says what LH-HOLD-KEY holds:
      *>     E  engagement ID          S  site name
      *>     C  correlation-ID range (from, a space, to)
      *>     F  one finding, by its correlation ID (from only)
      *>     U  one userid
      *>   LH-FROM-DATE / LH-TO-DATE optionally narrow the hold to
      *>   records dated within an evidence period (blank or zero
      *>   means unbounded).  A blank or zero LH-RELEASE-DATE means
      *>   the hold stands until released; a hold is in force up to
      *>   and including its release date.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05 LH-HOLD-ID             PIC X(12).
           05 FILLER                 PIC X.
           05 LH-HOLD-TYPE           PIC X(1).
           05 FILLER                 PIC X.
           05 LH-HOLD-KEY            PIC X(20).
           05 LH-CORR-RANGE REDEFINES LH-HOLD-KEY.
              10 LH-CORR-FROM        PIC X(8).
              10 FILLER              PIC X.
              10 LH-CORR-TO          PIC X(8).
              10 FILLER              PIC X(3).
           05 FILLER                 PIC X.
           05 LH-FROM-DATE           PIC X(8).
           05 FILLER                 PIC X.
           05 LH-TO-DATE             PIC X(8).
           05 FILLER                 PIC X.
           05 LH-PLACED-BY           PIC X(8).
           05 FILLER                 PIC X.
           05 LH-PLACED-DATE         PIC X(8).
           05 FILLER                 PIC X.
           05 LH-RELEASE-DATE        PIC X(8).
           05 FILLER                 PIC X.
           05 LH-REASON              PIC X(40).
