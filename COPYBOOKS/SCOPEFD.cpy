      *>   the engagement ID it came from, the dates it is in force,
      *>   and the site and probe program it permits ('ALL' in either
      *>   field permits every site or every program for that
      *>   engagement).  A blocked request is stamped with the
      *>   engagement that covers its site and program outside its
      *>   dates, or blank when no engagement covers it at all.
       FD  SCOPE-CONTROL-FILE.
       01  SCOPE-CONTROL-RECORD.
           05 SC-ENGAGEMENT-ID       PIC X(8).
           05 SX-SITE-NAME           PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SX-REQUEST-LINE        PIC X(90).
           05 FILLER                 PIC X VALUE SPACE.
           05 SX-ENGAGEMENT-ID       PIC X(8).

      *>   One record per closed engagement: when it was closed and
      *>   by which job or operator.
       FD  ENGAGEMENT-CLOSE-FILE.
       01  ENGAGEMENT-CLOSE-RECORD.
           05 EC-ENGAGEMENT-ID       PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 EC-CLOSE-DATE          PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 EC-CLOSED-BY           PIC X(8).
