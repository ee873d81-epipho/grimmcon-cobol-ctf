       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  Every time in the system is our
      *>               host clock, and the sites are not in our time
      *>               zone: a vendor's "2am patching" window is their
      *>               2am.  This is the one shared conversion (in the
      *>               HTTPRESP/CHKSUM callable style): given a site
      *>               name and one of our dates and times it returns
      *>               the same moment on the site's clock, from the
      *>               site's SITEDIR offset and daylight-saving rule
      *>               and our own zone (central parameter
      *>               GLOBAL/HOST-TZ, '+HHMM' plus a rule letter;
      *>               absent means we keep UTC).  A site with no
      *>               offset on file, or not on file at all, keeps our
      *>               clock and comes back unchanged with the zoned
      *>               flag 'N', so nothing moves until a zone is
      *>               entered.  Daylight saving is decided on the
      *>               standard-time clock:
      *>                 U - second Sunday of March 02:00 to first
      *>                     Sunday of November 02:00 (North America);
      *>                 E - last Sunday of March to last Sunday of
      *>                     October, 01:00 UTC (Europe);
      *>                 S - first Sunday of October 02:00 to first
      *>                     Sunday of April 02:00 (southern
      *>                     hemisphere).
      *>               Zones are cached per site for the life of the
      *>               run, so a report converting every line opens
      *>               SITEDIR once per site, not once per line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITETIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SITEDFC.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
           COPY SITEDFD.
           COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY FILESTWS.
           COPY PARMWS.
           COPY TZONWS.
           01 WS-HOST-LOADED-SW     PIC X VALUE 'N'.
              88 WS-HOST-ZONE-LOADED VALUE 'Y'.
           01 WS-HOST-OFFSET-MIN    PIC S9(4) VALUE 0.
           01 WS-HOST-RULE          PIC X(1) VALUE 'N'.
           01 WS-CZ-COUNT           PIC 9(3) VALUE 0.
           01 WS-CZ-FOUND-SW        PIC X.
           01 WS-CZ-TABLE.
              05 WS-CZ-ENTRY OCCURS 100 TIMES INDEXED BY CZ-IDX.
                 10 WS-CZ-SITE         PIC X(8).
                 10 WS-CZ-OFFSET-MIN   PIC S9(4).
                 10 WS-CZ-RULE         PIC X(1).
                 10 WS-CZ-ZONED        PIC X(1).
           01 WS-OFFSET-MIN         PIC S9(4).
           01 WS-TIME-WORK          PIC 9(8).
           01 WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
              05 WS-TW-HH           PIC 9(2).
              05 WS-TW-MM           PIC 9(2).
              05 WS-TW-SS           PIC 9(2).
              05 WS-TW-CC           PIC 9(2).
           01 WS-HOST-STAMP         PIC S9(11).
           01 WS-UTC-STAMP          PIC S9(11).
           01 WS-SITE-STAMP         PIC S9(11).
           01 WS-SITE-DAY           PIC 9(8).
           01 WS-SITE-MINUTE        PIC 9(4).
           01 WS-CHK-RULE           PIC X(1).
           01 WS-CHK-OFFSET-MIN     PIC S9(4).
           01 WS-CHK-STAMP          PIC S9(11).
           01 WS-CHK-DATE           PIC 9(8).
           01 WS-CHK-YEAR           PIC 9(4).
           01 WS-DST-START          PIC S9(11).
           01 WS-DST-END            PIC S9(11).
           01 WS-DST-SW             PIC X.
              88 WS-DST-IN-FORCE    VALUE 'Y'.
           01 WS-SUN-MONTH          PIC 9(2).
           01 WS-SUN-NTH            PIC 9(1).
           01 WS-SUN-FIRST          PIC 9(8).
           01 WS-SUN-DAY            PIC 9(8).

       LINKAGE SECTION.
           01 LS-SITE-NAME          PIC X(8).
           01 LS-HOST-DATE          PIC 9(8).
           01 LS-HOST-TIME          PIC 9(8).
           01 LS-SITE-DATE          PIC 9(8).
           01 LS-SITE-TIME          PIC 9(8).
           01 LS-ZONED-FLAG         PIC X(1).

       PROCEDURE DIVISION USING LS-SITE-NAME, LS-HOST-DATE,
               LS-HOST-TIME, LS-SITE-DATE, LS-SITE-TIME,
               LS-ZONED-FLAG.
       0000-MAINLINE.
           MOVE 'SITETIME' TO WS-FS-PROGRAM-ID
           MOVE LS-HOST-DATE TO LS-SITE-DATE
           MOVE LS-HOST-TIME TO LS-SITE-TIME
           MOVE 'N' TO LS-ZONED-FLAG
           IF LS-HOST-DATE IS NOT NUMERIC OR LS-HOST-DATE < 16010101
                   OR LS-HOST-TIME IS NOT NUMERIC
               GOBACK
           END-IF
           IF NOT WS-HOST-ZONE-LOADED
               PERFORM 1000-LOAD-HOST-ZONE
           END-IF
           PERFORM 2000-FIND-SITE-ZONE
           IF WS-CZ-ZONED(CZ-IDX) NOT = 'Y'
               GOBACK
           END-IF

           MOVE LS-HOST-TIME TO WS-TIME-WORK
           COMPUTE WS-HOST-STAMP =
               FUNCTION INTEGER-OF-DATE(LS-HOST-DATE) * 1440
               + WS-TW-HH * 60 + WS-TW-MM
           MOVE WS-HOST-RULE TO WS-CHK-RULE
           MOVE WS-HOST-OFFSET-MIN TO WS-CHK-OFFSET-MIN
           MOVE WS-HOST-STAMP TO WS-CHK-STAMP
           PERFORM 3000-CHECK-DST THRU 3000-CHECK-DST-EXIT
           COMPUTE WS-UTC-STAMP = WS-HOST-STAMP - WS-HOST-OFFSET-MIN
           IF WS-DST-IN-FORCE
               SUBTRACT 60 FROM WS-UTC-STAMP
           END-IF

           COMPUTE WS-SITE-STAMP =
               WS-UTC-STAMP + WS-CZ-OFFSET-MIN(CZ-IDX)
           MOVE WS-CZ-RULE(CZ-IDX) TO WS-CHK-RULE
           MOVE WS-CZ-OFFSET-MIN(CZ-IDX) TO WS-CHK-OFFSET-MIN
           MOVE WS-SITE-STAMP TO WS-CHK-STAMP
           PERFORM 3000-CHECK-DST THRU 3000-CHECK-DST-EXIT
           IF WS-DST-IN-FORCE
               ADD 60 TO WS-SITE-STAMP
           END-IF

           DIVIDE WS-SITE-STAMP BY 1440 GIVING WS-SITE-DAY
               REMAINDER WS-SITE-MINUTE
           COMPUTE LS-SITE-DATE = FUNCTION DATE-OF-INTEGER(WS-SITE-DAY)
           DIVIDE WS-SITE-MINUTE BY 60 GIVING WS-TW-HH
               REMAINDER WS-TW-MM
           MOVE WS-TIME-WORK TO LS-SITE-TIME
           MOVE 'Y' TO LS-ZONED-FLAG
           GOBACK.

      *>   Our own zone, in the same '+HHMM' plus rule-letter form
      *>   the sites carry; a missing or malformed value is UTC.
       1000-LOAD-HOST-ZONE.
           SET WS-HOST-ZONE-LOADED TO TRUE
           MOVE 'GLOBAL' TO WS-PM-PROGRAM-ID
           MOVE 'HOST-TZ' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:5) TO WS-TZ-OFFSET-ENTRY
               MOVE WS-PM-PARM-VALUE(6:1) TO WS-TZ-RULE-ENTRY
               PERFORM 8770-VALIDATE-ZONE THRU 8770-VALIDATE-ZONE-EXIT
               IF WS-TZ-VALID AND WS-TZ-OFFSET-ENTRY NOT = SPACES
                   PERFORM 1100-OFFSET-TO-MINUTES
                   MOVE WS-OFFSET-MIN TO WS-HOST-OFFSET-MIN
                   MOVE WS-TZ-RULE-ENTRY TO WS-HOST-RULE
               ELSE
                   DISPLAY 'SITETIME: GLOBAL/HOST-TZ NOT USABLE -- '
                           'UTC ASSUMED'
               END-IF
           END-IF.

       1100-OFFSET-TO-MINUTES.
           COMPUTE WS-OFFSET-MIN =
               WS-TZ-OFFSET-HH * 60 + WS-TZ-OFFSET-MM
           IF WS-TZ-OFFSET-ENTRY(1:1) = '-'
               COMPUTE WS-OFFSET-MIN = 0 - WS-OFFSET-MIN
           END-IF.

      *>   Leaves CZ-IDX on the site's cache entry, reading SITEDIR
      *>   on a miss.  A full cache recycles its last slot.
       2000-FIND-SITE-ZONE.
           MOVE 'N' TO WS-CZ-FOUND-SW
           PERFORM VARYING CZ-IDX FROM 1 BY 1
                   UNTIL CZ-IDX > WS-CZ-COUNT
                      OR WS-CZ-FOUND-SW = 'Y'
               IF WS-CZ-SITE(CZ-IDX) = LS-SITE-NAME
                   MOVE 'Y' TO WS-CZ-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CZ-FOUND-SW = 'Y'
               SET CZ-IDX DOWN BY 1
           ELSE
               IF WS-CZ-COUNT < 100
                   ADD 1 TO WS-CZ-COUNT
               END-IF
               SET CZ-IDX TO WS-CZ-COUNT
               PERFORM 2100-READ-SITE-ZONE
           END-IF.

       2100-READ-SITE-ZONE.
           MOVE LS-SITE-NAME TO WS-CZ-SITE(CZ-IDX)
           MOVE 0 TO WS-CZ-OFFSET-MIN(CZ-IDX)
           MOVE 'N' TO WS-CZ-RULE(CZ-IDX)
           MOVE 'N' TO WS-CZ-ZONED(CZ-IDX)
           MOVE SPACES TO SD-UTC-OFFSET
           MOVE SPACE TO SD-DST-RULE
           OPEN INPUT SITE-DIRECTORY-FILE
           IF WS-FS-STATUS = '00'
               MOVE LS-SITE-NAME TO SD-SITE-NAME
               READ SITE-DIRECTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO SD-UTC-OFFSET
               END-READ
               CLOSE SITE-DIRECTORY-FILE
           END-IF
           MOVE SD-UTC-OFFSET TO WS-TZ-OFFSET-ENTRY
           MOVE SD-DST-RULE TO WS-TZ-RULE-ENTRY
           PERFORM 8770-VALIDATE-ZONE THRU 8770-VALIDATE-ZONE-EXIT
           IF WS-TZ-VALID AND WS-TZ-OFFSET-ENTRY NOT = SPACES
               PERFORM 1100-OFFSET-TO-MINUTES
               MOVE WS-OFFSET-MIN TO WS-CZ-OFFSET-MIN(CZ-IDX)
               MOVE WS-TZ-RULE-ENTRY TO WS-CZ-RULE(CZ-IDX)
               MOVE 'Y' TO WS-CZ-ZONED(CZ-IDX)
           END-IF.

      *>   WS-CHK-STAMP is minutes on the zone's standard-time clock
      *>   (day number times 1440); the transitions are put on that
      *>   same clock and compared.
       3000-CHECK-DST.
           MOVE 'N' TO WS-DST-SW
           IF WS-CHK-RULE NOT = 'U' AND WS-CHK-RULE NOT = 'E'
                   AND WS-CHK-RULE NOT = 'S'
               GO TO 3000-CHECK-DST-EXIT
           END-IF
           COMPUTE WS-SUN-DAY = WS-CHK-STAMP / 1440
           COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-SUN-DAY)
           COMPUTE WS-CHK-YEAR = WS-CHK-DATE / 10000
           EVALUATE WS-CHK-RULE
               WHEN 'U'
                   MOVE 3 TO WS-SUN-MONTH
                   MOVE 2 TO WS-SUN-NTH
                   PERFORM 3100-NTH-SUNDAY
                   COMPUTE WS-DST-START = WS-SUN-DAY * 1440 + 120
                   MOVE 11 TO WS-SUN-MONTH
                   MOVE 1 TO WS-SUN-NTH
                   PERFORM 3100-NTH-SUNDAY
                   COMPUTE WS-DST-END = WS-SUN-DAY * 1440 + 60
                   IF WS-CHK-STAMP >= WS-DST-START
                           AND WS-CHK-STAMP < WS-DST-END
                       SET WS-DST-IN-FORCE TO TRUE
                   END-IF
               WHEN 'E'
                   MOVE 3 TO WS-SUN-MONTH
                   PERFORM 3200-LAST-SUNDAY
                   COMPUTE WS-DST-START = WS-SUN-DAY * 1440 + 60
                       + WS-CHK-OFFSET-MIN
                   MOVE 10 TO WS-SUN-MONTH
                   PERFORM 3200-LAST-SUNDAY
                   COMPUTE WS-DST-END = WS-SUN-DAY * 1440 + 60
                       + WS-CHK-OFFSET-MIN
                   IF WS-CHK-STAMP >= WS-DST-START
                           AND WS-CHK-STAMP < WS-DST-END
                       SET WS-DST-IN-FORCE TO TRUE
                   END-IF
               WHEN 'S'
                   MOVE 10 TO WS-SUN-MONTH
                   MOVE 1 TO WS-SUN-NTH
                   PERFORM 3100-NTH-SUNDAY
                   COMPUTE WS-DST-START = WS-SUN-DAY * 1440 + 120
                   MOVE 4 TO WS-SUN-MONTH
                   PERFORM 3100-NTH-SUNDAY
                   COMPUTE WS-DST-END = WS-SUN-DAY * 1440 + 120
                   IF WS-CHK-STAMP >= WS-DST-START
                           OR WS-CHK-STAMP < WS-DST-END
                       SET WS-DST-IN-FORCE TO TRUE
                   END-IF
           END-EVALUATE.
       3000-CHECK-DST-EXIT.
           EXIT.

      *>   Day number 1 (1601-01-01) was a Monday, so a day number
      *>   divisible by 7 is a Sunday.
       3100-NTH-SUNDAY.
           COMPUTE WS-SUN-FIRST = FUNCTION INTEGER-OF-DATE(
               WS-CHK-YEAR * 10000 + WS-SUN-MONTH * 100 + 1)
           COMPUTE WS-SUN-DAY = WS-SUN-FIRST
               + FUNCTION MOD(7 - FUNCTION MOD(WS-SUN-FIRST, 7), 7)
               + (WS-SUN-NTH - 1) * 7.

       3200-LAST-SUNDAY.
           COMPUTE WS-SUN-FIRST = FUNCTION INTEGER-OF-DATE(
               WS-CHK-YEAR * 10000 + (WS-SUN-MONTH + 1) * 100 + 1) - 1
           COMPUTE WS-SUN-DAY = WS-SUN-FIRST
               - FUNCTION MOD(WS-SUN-FIRST, 7).

       COPY PARMPA.
       COPY TZONPA.
