      *> TZONPA.cpy
      *>   Validates a site time zone as entered: the offset is
      *>   blank (the site keeps our clock, and the rule is blanked
      *>   with it) or '+HHMM' / '-HHMM' standard time no more than
      *>   14 hours either side of UTC; the daylight-saving rule is
      *>   N (none), U (North American), E (European), or S
      *>   (southern hemisphere), blank meaning N.  Caller moves the
      *>   entries to WS-TZ-OFFSET-ENTRY / WS-TZ-RULE-ENTRY, performs
      *>   this, and tests WS-TZ-VALID (WS-TZ-REASON says why not);
      *>   the rule comes back upper-cased and defaulted.  Requires
      *>   TZONWS in WORKING-STORAGE.
       8770-VALIDATE-ZONE.
           MOVE 'Y' TO WS-TZ-VALID-SW
           MOVE SPACES TO WS-TZ-REASON
           INSPECT WS-TZ-RULE-ENTRY CONVERTING 'nues' TO 'NUES'
           IF WS-TZ-OFFSET-ENTRY = SPACES
               MOVE SPACE TO WS-TZ-RULE-ENTRY
               GO TO 8770-VALIDATE-ZONE-EXIT
           END-IF
           IF (WS-TZ-OFFSET-ENTRY(1:1) NOT = '+'
                   AND WS-TZ-OFFSET-ENTRY(1:1) NOT = '-')
                   OR WS-TZ-OFFSET-ENTRY(2:4) IS NOT NUMERIC
               MOVE 'N' TO WS-TZ-VALID-SW
               MOVE 'OFFSET NOT +HHMM OR -HHMM' TO WS-TZ-REASON
               GO TO 8770-VALIDATE-ZONE-EXIT
           END-IF
           MOVE WS-TZ-OFFSET-ENTRY(2:2) TO WS-TZ-OFFSET-HH
           MOVE WS-TZ-OFFSET-ENTRY(4:2) TO WS-TZ-OFFSET-MM
           IF WS-TZ-OFFSET-HH > 14 OR WS-TZ-OFFSET-MM > 59
                   OR (WS-TZ-OFFSET-HH = 14 AND WS-TZ-OFFSET-MM > 0)
               MOVE 'N' TO WS-TZ-VALID-SW
               MOVE 'OFFSET OUT OF RANGE' TO WS-TZ-REASON
               GO TO 8770-VALIDATE-ZONE-EXIT
           END-IF
           IF WS-TZ-RULE-ENTRY = SPACE
               MOVE 'N' TO WS-TZ-RULE-ENTRY
           END-IF
           IF WS-TZ-RULE-ENTRY NOT = 'N' AND WS-TZ-RULE-ENTRY NOT = 'U'
                   AND WS-TZ-RULE-ENTRY NOT = 'E'
                   AND WS-TZ-RULE-ENTRY NOT = 'S'
               MOVE 'N' TO WS-TZ-VALID-SW
               MOVE 'DST RULE NOT N, U, E, OR S' TO WS-TZ-REASON
           END-IF.
       8770-VALIDATE-ZONE-EXIT.
           EXIT.
