      *>   site's transport: blank scheme reads as http, port zero
      *>   as the scheme's default, so the vendor's https-on-8443
      *>   replacement environment is a SITEMAIN change instead of
      *>   an emergency code drop.  SD-UTC-OFFSET ('+HHMM' or
      *>   '-HHMM' standard time) and SD-DST-RULE place the site in
      *>   its own time zone: 'U' North American daylight saving,
      *>   'E' European, 'S' southern-hemisphere (October-April),
      *>   'N' none.  A blank offset means the site keeps our clock.
       FD  SITE-DIRECTORY-FILE.
       01  SITE-DIRECTORY-RECORD.
           05 SD-SITE-NAME           PIC X(8).
           05 SD-ACTIVE-FLAG         PIC X(1).
           05 SD-SCHEME              PIC X(5).
           05 SD-PORT                PIC 9(5).
           05 SD-UTC-OFFSET          PIC X(5).
           05 SD-DST-RULE            PIC X(1).
