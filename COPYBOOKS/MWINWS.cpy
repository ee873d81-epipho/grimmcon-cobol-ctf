      *>   window has passed.  The comparison uses the wall clock,
      *>   not the pinned business date: a cycle rerun the next
      *>   morning must respect the window actually in force now,
      *>   not the one that covered last night.  The windows are
      *>   entered and compared in the site's local time.
       01  WS-MW-STATUS              PIC X(2).
       01  WS-MW-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-MAINT-CAL      VALUE 'Y'.
       01  WS-MW-NOW-DATE            PIC 9(8).
       01  WS-MW-NOW-TIME            PIC 9(8).
       01  WS-MW-NOW-STAMP           PIC 9(14).
       01  WS-MW-SITE-DATE           PIC 9(8).
       01  WS-MW-SITE-TIME           PIC 9(8).
       01  WS-MW-ZONED-FLAG          PIC X(1).
