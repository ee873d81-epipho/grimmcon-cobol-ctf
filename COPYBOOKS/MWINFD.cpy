      *> MWINFD.cpy - FD for the per-site maintenance calendar.  One
      *>   record per published window: the SITEDIR site name, the
      *>   window's start and end as date plus HHMMSS time on the
      *>   site's own clock (its SITEDIR zone; our clock when it has
      *>   none), and the vendor's stated reason for the outage.
       FD  MAINTENANCE-CAL-FILE.
       01  MAINTENANCE-CAL-RECORD.
           05 MC-SITE-NAME           PIC X(8).
