      *>               program-id and response-code searches still
      *>               scan PROBERES, which carries the full request
      *>               text the index deliberately does not.
      *>   2026-10-15  New search by engagement ID (scans PROBERES), and
      *>               each result line from PROBERES now shows the
      *>               engagement the request went out under. The keyed-
      *>               index views leave the column blank, because the
      *>               index does not carry the engagement.
      *>   2026-10-15  Each result line for a site with a zone on
      *>               SITEDIR is followed by a SITE LOCAL line giving
      *>               the same moment on the site's own clock, so a
      *>               vendor's "what hit us at 09:00 our time" can be
      *>               matched without doing the offset by hand.
      *>   2026-10-15  New search by site or site group (scans
      *>               PROBERES): a group name matches every member site
      *>               on SITEGRP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBEINQ.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROBERFC.
           COPY PARMFC.
           COPY SGRPFC.

       DATA DIVISION.
       FILE SECTION.
       COPY PROBERFD.
       COPY PARMFD.
       COPY SGRPFD.

       WORKING-STORAGE SECTION.
           COPY PROBERWS.
           COPY FILESTWS.
           COPY PARMWS.
           COPY SGRPWS.
           01 WS-CHOICE                PIC 9(1) VALUE 0.
           01 WS-DONE-SW               PIC X VALUE 'N'.
              88 WS-DONE               VALUE 'Y'.
           01 WS-DATE-FROM-ENTRY       PIC 9(8).
           01 WS-DATE-TO-ENTRY         PIC 9(8).
           01 WS-CODE-ENTRY            PIC X(3).
           01 WS-ENGAGEMENT-ENTRY      PIC X(8).
           01 WS-SITE-ENTRY            PIC X(8).
           01 WS-MATCH-SW              PIC X.
              88 WS-RECORD-MATCHES     VALUE 'Y'.
           01 WS-MATCH-COUNT           PIC 9(6) VALUE 0.
              05 WS-D-CODE             PIC X(3).
              05 FILLER                PIC X VALUE SPACE.
              05 WS-D-CORR-ID          PIC 9(8).
              05 FILLER                PIC X VALUE SPACE.
              05 WS-D-ENGAGEMENT       PIC X(8).
           01 WS-SITE-DATE             PIC 9(8).
           01 WS-SITE-TIME             PIC 9(8).
           01 WS-SITE-ZONED-FLAG       PIC X(1).

       PROCEDURE DIVISION.
           A-PARA.
               DISPLAY '  2 - By program-id'
               DISPLAY '  3 - By date range'
               DISPLAY '  4 - By response code'
               DISPLAY '  5 - By engagement'
               DISPLAY '  6 - By site or site group'
               DISPLAY '  0 - EXIT'
               DISPLAY 'Enter choice: '
               ACCEPT WS-CHOICE
                       DISPLAY 'Enter response code (e.g. 200): '
                       ACCEPT WS-CODE-ENTRY
                       PERFORM C-PARA-SEARCH
                   WHEN 5
                       DISPLAY 'Enter engagement ID: '
                       ACCEPT WS-ENGAGEMENT-ENTRY
                       PERFORM C-PARA-SEARCH
                   WHEN 6
                       DISPLAY 'Enter site or site group: '
                       ACCEPT WS-SITE-ENTRY
                       MOVE WS-SITE-ENTRY TO WS-GS-SELECTION
                       PERFORM 8783-CLASSIFY-SELECTION THRU
                           8783-CLASSIFY-SELECTION-EXIT
                       IF WS-GS-SEL-GROUP
                           DISPLAY 'SITE GROUP ' WS-SITE-ENTRY ' ('
                                   WS-GS-MEMBER-COUNT ' SITES)'
                       END-IF
                       PERFORM C-PARA-SEARCH
                   WHEN 0
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                   DISPLAY 'PROBE RESULT FILE NOT AVAILABLE'
               ELSE
                   DISPLAY 'DATE     TIME     PROGRAM  SITE     '
                           'COD CORR-ID  ENGAGEMT'
                   PERFORM D-PARA-CHECK-ONE
                       UNTIL END-OF-PROBE-RESULTS
                   CLOSE PROBE-RESULT-FILE
                       IF PR-RESPONSE-CODE = WS-CODE-ENTRY
                           SET WS-RECORD-MATCHES TO TRUE
                       END-IF
                   WHEN 5
                       IF PR-ENGAGEMENT-ID = WS-ENGAGEMENT-ENTRY
                           SET WS-RECORD-MATCHES TO TRUE
                       END-IF
                   WHEN 6
                       MOVE PR-SITE-NAME TO WS-GS-CHECK-SITE
                       PERFORM 8784-CHECK-SITE-SELECTION THRU
                           8784-CHECK-SITE-SELECTION-EXIT
                       IF WS-GS-IN-SELECTION
                           SET WS-RECORD-MATCHES TO TRUE
                       END-IF
               END-EVALUATE.

      *>   One keyed read against the companion index; the request
                       INVALID KEY SET END-OF-INDEX TO TRUE
                   END-START
                   DISPLAY 'DATE     TIME     PROGRAM  SITE     '
                           'COD CORR-ID  ENGAGEMT'
                   PERFORM H2-PARA-READ-ONE-INDEXED
                       UNTIL END-OF-INDEX
                   CLOSE PROBE-INDEX-FILE
               MOVE PX-SITE-NAME TO WS-D-SITE
               MOVE PX-RESPONSE-CODE TO WS-D-CODE
               MOVE PX-CORR-ID TO WS-D-CORR-ID
               MOVE SPACES TO WS-D-ENGAGEMENT
               DISPLAY WS-DISPLAY-LINE
               PERFORM J-PARA-SHOW-SITE-LOCAL.

           F-PARA-SHOW-RECORD.
               MOVE PR-DATE TO WS-D-DATE
               MOVE PR-SITE-NAME TO WS-D-SITE
               MOVE PR-RESPONSE-CODE TO WS-D-CODE
               MOVE PR-CORRELATION-ID TO WS-D-CORR-ID
               MOVE PR-ENGAGEMENT-ID TO WS-D-ENGAGEMENT
               DISPLAY WS-DISPLAY-LINE
               PERFORM J-PARA-SHOW-SITE-LOCAL
               DISPLAY '  REQUEST: ' PR-REQUEST-LINE.

           J-PARA-SHOW-SITE-LOCAL.
               CALL 'SITETIME' USING WS-D-SITE, WS-D-DATE, WS-D-TIME,
                   WS-SITE-DATE, WS-SITE-TIME, WS-SITE-ZONED-FLAG
               IF WS-SITE-ZONED-FLAG = 'Y'
                   DISPLAY '  SITE LOCAL: ' WS-SITE-DATE ' '
                       WS-SITE-TIME
               END-IF.

       COPY PARMPA.
       COPY SGRPPA.
