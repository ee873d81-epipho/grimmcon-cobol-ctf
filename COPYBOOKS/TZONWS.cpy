      *> TZONWS.cpy
      *>   Working-storage for the shared site time-zone validation
      *>   paragraph (8770-VALIDATE-ZONE in TZONPA), so the SITEMAIN
      *>   screen and the SITELOAD batch accept exactly the same
      *>   SD-UTC-OFFSET / SD-DST-RULE values.
       01  WS-TZ-OFFSET-ENTRY        PIC X(5).
       01  WS-TZ-OFFSET-HH           PIC 9(2).
       01  WS-TZ-OFFSET-MM           PIC 9(2).
       01  WS-TZ-RULE-ENTRY          PIC X(1).
       01  WS-TZ-VALID-SW            PIC X VALUE 'Y'.
           88  WS-TZ-VALID           VALUE 'Y'.
       01  WS-TZ-REASON              PIC X(30).
