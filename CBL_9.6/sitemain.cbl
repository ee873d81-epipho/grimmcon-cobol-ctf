      *>               queued only the first ten path characters and
      *>               an approved change silently truncated any
      *>               longer path the direct rewrite used to keep.
      *>   2026-10-15  ADD and CHANGE prompt for the change ticket
      *>               (checked against the CHGREQ register, with a
      *>               warning when it does not cover a SITEDIR change
      *>               now); the ticket is carried on the journal entry
      *>               and the queued approval.
      *>   2026-10-15  Sign-on (shared OPERPA) now refuses disabled and
      *>               locked operators, locks an account after repeated
      *>               failed passwords, and makes an expired password
      *>               be replaced before the session starts.
      *>   2026-10-15  Maintains the new per-site time zone (UTC offset
      *>               and daylight-saving rule, validated by the shared
      *>               TZONPA paragraph): ADD prompts for it, INQUIRE
      *>               shows it, and new option 4 queues a zone change
      *>               for approval as function SITE-ZONE (site 1-8,
      *>               offset 9-13, rule 14) with its ticket and journal
      *>               entry, since the SITE-HOST layout is full.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMAIN.

           COPY SITEDFC.
           COPY OPERFC.
           COPY APRQFC.
           COPY CHGQFC.

       DATA DIVISION.
       FILE SECTION.
           COPY SITEDFD.
           COPY OPERFD.
           COPY APRQFD.
           COPY CHGQFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY OPERWS.
           COPY APRQWS.
           COPY CHGQWS.
           COPY TZONWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE                VALUE 'Y'.
               DISPLAY '  1 - ADD a new site'
               DISPLAY '  2 - CHANGE an existing site'
               DISPLAY '  3 - INQUIRE on a site'
               DISPLAY '  4 - ZONE for a site'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE
                       END-IF
                   WHEN 3
                       PERFORM E-PARA
                   WHEN 4
                       IF WS-SO-AUTH-LEVEL < 3
                           DISPLAY 'NOT AUTHORIZED: CHANGES NEED LEVEL 3'
                       ELSE
                           PERFORM J-PARA
                       END-IF
                   WHEN 0
                       SET WS-DONE TO TRUE
                   WHEN OTHER
               ACCEPT WS-PATH-ENTRY
               PERFORM G-PARA-GET-STATUS
               PERFORM G2-PARA-GET-SCHEME-PORT
               PERFORM G3-PARA-GET-ZONE
               MOVE 'SITEDIR' TO WS-CQ-TARGET-FILE
               PERFORM 8560-GET-CHANGE-TICKET THRU
                   8560-GET-CHANGE-TICKET-EXIT
               MOVE WS-SITE-NAME-ENTRY TO SD-SITE-NAME
               MOVE WS-HOST-ENTRY TO SD-HOST
               MOVE WS-PATH-ENTRY TO SD-BASE-PATH
               MOVE WS-STATUS-ENTRY TO SD-ACTIVE-FLAG
               MOVE WS-SCHEME-ENTRY TO SD-SCHEME
               MOVE WS-PORT-NUM TO SD-PORT
               MOVE WS-TZ-OFFSET-ENTRY TO SD-UTC-OFFSET
               MOVE WS-TZ-RULE-ENTRY TO SD-DST-RULE
               PERFORM F-PARA-OPEN-FOR-WRITE
               WRITE SITE-DIRECTORY-RECORD
                   INVALID KEY
                           ACCEPT WS-PATH-ENTRY
                           PERFORM G-PARA-GET-STATUS
                           PERFORM G2-PARA-GET-SCHEME-PORT
                           MOVE 'SITEDIR' TO WS-CQ-TARGET-FILE
                           PERFORM 8560-GET-CHANGE-TICKET THRU
                               8560-GET-CHANGE-TICKET-EXIT
                           PERFORM I-PARA-QUEUE-CHANGE
                           MOVE 'QUEUE CHANGE' TO WS-JR-FUNCTION
                           PERFORM H-PARA-JOURNAL-SITE
               MOVE WS-STATUS-ENTRY TO WS-AQ-PARMS(69:1)
               MOVE WS-SCHEME-ENTRY TO WS-AQ-PARMS(71:5)
               MOVE WS-PORT-NUM TO WS-AQ-PARMS(76:5)
               MOVE WS-CQ-TICKET TO WS-AQ-TICKET
               PERFORM 8050-ENQUEUE-APPROVAL THRU
                   8050-ENQUEUE-APPROVAL-EXIT.

                           DISPLAY 'BASEPATH: ' SD-BASE-PATH
                           DISPLAY 'SCHEME  : ' SD-SCHEME
                           DISPLAY 'PORT    : ' SD-PORT
                           IF SD-UTC-OFFSET = SPACES
                               DISPLAY 'ZONE    : OUR CLOCK'
                           ELSE
                               DISPLAY 'ZONE    : UTC' SD-UTC-OFFSET
                                       ' DST RULE ' SD-DST-RULE
                           END-IF
                           IF SD-ACTIVE-FLAG = 'I'
                               DISPLAY 'STATUS  : INACTIVE'
                           ELSE
                   CLOSE SITE-DIRECTORY-FILE
               END-IF.

      *>   A site's time zone is changed under the same dual
      *>   control as its host, but as its own queued function
      *>   (SITE-ZONE) because the SITE-HOST layout has no room
      *>   left: site in columns 1-8, offset 9-13, DST rule 14.
           J-PARA.
               DISPLAY 'Enter site name to re-zone: '
               ACCEPT WS-SITE-NAME-ENTRY
               MOVE WS-SITE-NAME-ENTRY TO SD-SITE-NAME
               OPEN INPUT SITE-DIRECTORY-FILE
               IF WS-FS-STATUS NOT = '00'
                   DISPLAY 'SITE DIRECTORY NOT AVAILABLE'
               ELSE
                   READ SITE-DIRECTORY-FILE
                       INVALID KEY
                           DISPLAY 'SITE NOT ON FILE: ' SD-SITE-NAME
                       NOT INVALID KEY
                           DISPLAY 'CURRENT ZONE: ' SD-UTC-OFFSET ' '
                                   SD-DST-RULE
                           PERFORM G3-PARA-GET-ZONE
                           MOVE 'SITEDIR' TO WS-CQ-TARGET-FILE
                           PERFORM 8560-GET-CHANGE-TICKET THRU
                               8560-GET-CHANGE-TICKET-EXIT
                           MOVE 'SITE-ZONE' TO WS-AQ-FUNCTION
                           MOVE WS-SO-OPERATOR-ID TO WS-AQ-REQUESTER
                           MOVE SPACES TO WS-AQ-PARMS
                           MOVE WS-SITE-NAME-ENTRY TO WS-AQ-PARMS(1:8)
                           MOVE WS-TZ-OFFSET-ENTRY TO WS-AQ-PARMS(9:5)
                           MOVE WS-TZ-RULE-ENTRY TO WS-AQ-PARMS(14:1)
                           MOVE WS-CQ-TICKET TO WS-AQ-TICKET
                           PERFORM 8050-ENQUEUE-APPROVAL THRU
                               8050-ENQUEUE-APPROVAL-EXIT
                           MOVE 'QUEUE ZONE' TO WS-JR-FUNCTION
                           MOVE SPACES TO WS-JR-PARMS
                           STRING WS-SITE-NAME-ENTRY DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-TZ-OFFSET-ENTRY DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-TZ-RULE-ENTRY DELIMITED BY SIZE
                                  INTO WS-JR-PARMS
                           END-STRING
                           MOVE WS-CQ-TICKET TO WS-JR-TICKET
                           PERFORM 8600-WRITE-JOURNAL THRU
                               8600-WRITE-JOURNAL-EXIT
                   END-READ
                   CLOSE SITE-DIRECTORY-FILE
               END-IF.

           H-PARA-JOURNAL-SITE.
               MOVE SPACES TO WS-JR-PARMS
               STRING WS-SITE-NAME-ENTRY DELIMITED BY SIZE
                      WS-HOST-ENTRY DELIMITED BY SIZE
                      INTO WS-JR-PARMS
               END-STRING
               MOVE WS-CQ-TICKET TO WS-JR-TICKET
               PERFORM 8600-WRITE-JOURNAL THRU 8600-WRITE-JOURNAL-EXIT.

      *>   Scheme must be http or https (anything else falls back
                   END-EVALUATE
               END-PERFORM.

      *>   The zone is the site's standard-time offset from UTC
      *>   and its daylight-saving rule, checked by the shared
      *>   TZONPA paragraph; anything it rejects is noted and left
      *>   blank, so the site keeps our clock until re-zoned.
           G3-PARA-GET-ZONE.
               DISPLAY 'UTC offset (+HHMM/-HHMM, blank = our clock): '
               ACCEPT WS-TZ-OFFSET-ENTRY
               DISPLAY 'DST rule (N/U/E/S, blank = N): '
               ACCEPT WS-TZ-RULE-ENTRY
               PERFORM 8770-VALIDATE-ZONE THRU 8770-VALIDATE-ZONE-EXIT
               IF NOT WS-TZ-VALID
                   DISPLAY WS-TZ-REASON ' -- ZONE LEFT BLANK'
                   MOVE SPACES TO WS-TZ-OFFSET-ENTRY
                   MOVE SPACE TO WS-TZ-RULE-ENTRY
               END-IF.

           G-PARA-GET-STATUS.
               DISPLAY 'Active or Inactive (A/I)? '
               ACCEPT WS-STATUS-ENTRY

       COPY OPERPA.
       COPY APRQPA.
       COPY CHGQPA.
       COPY TZONPA.
       COPY FILESTPA.
