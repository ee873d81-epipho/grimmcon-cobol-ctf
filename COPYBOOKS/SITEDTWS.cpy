       01  WS-ST-EOF-SW              PIC X VALUE 'N'.
           88  END-OF-SITE-DIR       VALUE 'Y'.
       01  WS-ST-READ-COUNT          PIC 9(3) VALUE 0.
       01  WS-ST-KEEP-COUNT          PIC 9(3) VALUE 0.
