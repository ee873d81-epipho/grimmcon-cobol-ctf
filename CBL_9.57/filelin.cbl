       >>SOURCE FORMAT FREE
      *> Modification History:
      *>   2026-10-15  New program.  System file catalog and lineage.
      *>               Nothing said in one place which program writes
      *>               a file, which reads it, how it is organized or
      *>               how long its records are, so impact analysis
      *>               on a layout change meant reading every program.
      *>               Two maintained text files now carry it: FILECAT,
      *>               one record per DD name (organization L line
      *>               sequential / S sequential / I indexed / R
      *>               relative, record length, verify Y/N, the
      *>               copybook holding its layout, a description),
      *>               and FILEUSE, one record per program that opens
      *>               the file (mode W output / A extend / U update /
      *>               R input -- W, A and U produce, R and U
      *>               consume).  The lineage report (FILELINR) shows
      *>               for each file its RETNPARM retention and every
      *>               producing and consuming program with how that
      *>               program runs -- a NIGHTSKD step, a BATCALDR
      *>               calendar job, or on demand -- and calls out
      *>               files nothing produces or nothing reads and
      *>               FILEUSE entries naming uncatalogued files.
      *>               Central parameters FILELIN/FILE-ID and
      *>               FILELIN/COPYBOOK narrow the report to one file
      *>               or to every file built on one layout.  The
      *>               verification pass then checks each catalog
      *>               entry marked Y against the file on disk:
      *>               missing, a sequential file whose size is not a
      *>               whole number of records, or a line-sequential
      *>               record longer than the catalogued length is
      *>               flagged, and the run ends RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILELIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CATALOG-FILE ASSIGN TO "FILECAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
           SELECT FILE-USE-FILE ASSIGN TO "FILEUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FU-STATUS.
           SELECT RETENTION-PARM-FILE ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "NIGHTSKD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           SELECT BATCH-CALENDAR-FILE ASSIGN TO "BATCALDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT VERIFY-FILE ASSIGN TO WS-VF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT LINEAGE-REPORT-FILE ASSIGN TO "FILELINR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           COPY PARMFC.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CATALOG-FILE.
       01  FILE-CATALOG-RECORD.
           05 FC-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 FC-ORGANIZATION       PIC X(1).
           05 FILLER                PIC X.
           05 FC-RECORD-LENGTH      PIC 9(5).
           05 FILLER                PIC X.
           05 FC-VERIFY-FLAG        PIC X(1).
           05 FILLER                PIC X.
           05 FC-COPYBOOK           PIC X(8).
           05 FILLER                PIC X.
           05 FC-DESCRIPTION        PIC X(40).

       FD  FILE-USE-FILE.
       01  FILE-USE-RECORD.
           05 FU-FILE-ID            PIC X(8).
           05 FILLER                PIC X.
           05 FU-PROGRAM-ID         PIC X(8).
           05 FILLER                PIC X.
           05 FU-MODE               PIC X(1).

       FD  RETENTION-PARM-FILE.
       01  RETENTION-PARM-RECORD.
           05 RT-FILE-ID            PIC X(8).
           05 RT-KEEP-TYPE          PIC X(1).
           05 RT-KEEP-VALUE         PIC 9(5).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 SK-STEP-NAME          PIC X(8).
           05 SK-ENABLED            PIC X(1).
           05 SK-ON-FAILURE         PIC X(1).
           05 SK-DEFERRABLE         PIC X(1).

       FD  BATCH-CALENDAR-FILE.
       01  BATCH-CALENDAR-RECORD.
           05 BC-JOB-NAME           PIC X(8).
           05 BC-FREQUENCY          PIC X(1).
           05 BC-FREQ-VALUE         PIC 9(2).

       FD  VERIFY-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 4096 CHARACTERS
               DEPENDING ON WS-VF-REC-LEN.
       01  VERIFY-RECORD            PIC X(4096).

       FD  LINEAGE-REPORT-FILE.
       01  LINEAGE-REPORT-RECORD    PIC X(100).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
           COPY PARMWS.
           COPY FILESTWS.
           01 WS-FC-STATUS          PIC X(2).
           01 WS-FU-STATUS          PIC X(2).
           01 WS-RP-STATUS          PIC X(2).
           01 WS-SK-STATUS          PIC X(2).
           01 WS-BC-STATUS          PIC X(2).
           01 WS-VF-STATUS          PIC X(2).
           01 WS-EOF-SW             PIC X.
              88 WS-AT-EOF          VALUE 'Y'.
           01 WS-SELECT-FILE-ID     PIC X(8) VALUE SPACES.
           01 WS-SELECT-COPYBOOK    PIC X(8) VALUE SPACES.
           01 WS-CAT-COUNT          PIC 9(3) VALUE 0.
           01 WS-CATALOG-TABLE.
              05 WS-CAT-ENTRY OCCURS 300 TIMES INDEXED BY CT-IDX.
                 10 WS-CT-FILE-ID      PIC X(8).
                 10 WS-CT-ORG          PIC X(1).
                 10 WS-CT-RECLEN       PIC 9(5).
                 10 WS-CT-VERIFY       PIC X(1).
                 10 WS-CT-COPYBOOK     PIC X(8).
                 10 WS-CT-DESC         PIC X(40).
                 10 WS-CT-KEEP-TYPE    PIC X(1).
                 10 WS-CT-KEEP-VALUE   PIC 9(5).
           01 WS-USE-COUNT          PIC 9(4) VALUE 0.
           01 WS-USE-TABLE.
              05 WS-USE-ENTRY OCCURS 1500 TIMES INDEXED BY US-IDX.
                 10 WS-US-FILE-ID      PIC X(8).
                 10 WS-US-PROGRAM-ID   PIC X(8).
                 10 WS-US-MODE         PIC X(1).
                    88 WS-US-PRODUCES  VALUE 'W' 'A' 'U'.
                    88 WS-US-CONSUMES  VALUE 'R' 'U'.
                 10 WS-US-CATALOGUED   PIC X(1).
           01 WS-STEP-COUNT         PIC 9(3) VALUE 0.
           01 WS-STEP-TABLE.
              05 WS-STEP-ENTRY OCCURS 200 TIMES INDEXED BY SP-IDX.
                 10 WS-SP-NAME         PIC X(8).
                 10 WS-SP-HOW          PIC X(20).
           01 WS-PRODUCER-COUNT     PIC 9(3).
           01 WS-CONSUMER-COUNT     PIC 9(3).
           01 WS-RUN-HOW            PIC X(20).
           01 WS-ROLE               PIC X(12).
           01 WS-FILES-REPORTED     PIC 9(4) VALUE 0.
           01 WS-ORPHAN-COUNT       PIC 9(4) VALUE 0.
           01 WS-UNCATALOGUED-COUNT PIC 9(4) VALUE 0.
           01 WS-VERIFIED-COUNT     PIC 9(4) VALUE 0.
           01 WS-VERIFY-FLAG-COUNT  PIC 9(4) VALUE 0.
      *>   Verification pass.
           01 WS-VF-FILE-NAME       PIC X(60).
           01 WS-VF-REC-LEN         PIC 9(5).
           01 WS-VF-LONGEST         PIC 9(5).
           01 WS-VF-RECORDS         PIC 9(9).
           01 WS-VF-DETAILS.
              05 WS-VF-FILE-SIZE    PIC 9(18) COMP.
              05 WS-VF-FILE-DATE    PIC X(4).
              05 WS-VF-FILE-TIME    PIC X(4).
           01 WS-VF-REMAINDER       PIC 9(5).
           01 WS-VF-QUOTIENT        PIC 9(18).
           01 WS-VF-RESULT          PIC X(50).
           01 WS-REPORT-LINE        PIC X(100).
           01 WS-FILE-LINE.
              05 FILLER             PIC X(5) VALUE 'FILE '.
              05 WS-FL-FILE-ID      PIC X(8).
              05 FILLER             PIC X(6) VALUE '  ORG '.
              05 WS-FL-ORG          PIC X(1).
              05 FILLER             PIC X(9) VALUE '  RECLEN '.
              05 WS-FL-RECLEN       PIC Z(4)9.
              05 FILLER             PIC X(12) VALUE '  RETENTION '.
              05 WS-FL-RETENTION    PIC X(14).
              05 FILLER             PIC X(11) VALUE '  COPYBOOK '.
              05 WS-FL-COPYBOOK     PIC X(8).
           01 WS-USE-LINE.
              05 FILLER             PIC X(4) VALUE SPACES.
              05 WS-UL-ROLE         PIC X(12).
              05 FILLER             PIC X VALUE SPACE.
              05 WS-UL-PROGRAM      PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UL-MODE         PIC X(6).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-UL-HOW          PIC X(20).
           01 WS-VERIFY-LINE.
              05 FILLER             PIC X(7) VALUE 'VERIFY '.
              05 WS-VL-FILE-ID      PIC X(8).
              05 FILLER             PIC X(2) VALUE SPACES.
              05 WS-VL-RESULT       PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'FILELIN' TO WS-FS-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF WS-CAT-COUNT = 0
               DISPLAY 'FILELIN: NO FILECAT CATALOG ON FILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LINEAGE-REPORT-FILE
           MOVE 'OPEN' TO WS-FS-OPERATION
           MOVE 'FILELINR' TO WS-FS-FILE-NAME
           PERFORM 9100-CHECK-FILE-STATUS THRU 9100-CHECK-FILE-STATUS-EXIT
           MOVE 'SYSTEM FILE CATALOG - PRODUCER/CONSUMER LINEAGE'
               TO WS-REPORT-LINE
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SELECT-FILE-ID NOT = SPACES
               OR WS-SELECT-COPYBOOK NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SELECTED FILE: ' DELIMITED BY SIZE
                      WS-SELECT-FILE-ID DELIMITED BY SIZE
                      '  COPYBOOK: ' DELIMITED BY SIZE
                      WS-SELECT-COPYBOOK DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM 2000-REPORT-ONE-FILE THRU 2000-REPORT-ONE-FILE-EXIT
               VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CAT-COUNT
           PERFORM 2500-REPORT-UNCATALOGUED THRU
               2500-REPORT-UNCATALOGUED-EXIT
           PERFORM 3000-VERIFY-CATALOG
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           STRING 'FILES: ' DELIMITED BY SIZE
                  WS-FILES-REPORTED DELIMITED BY SIZE
                  '  ORPHANED: ' DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  '  UNCATALOGUED USES: ' DELIMITED BY SIZE
                  WS-UNCATALOGUED-COUNT DELIMITED BY SIZE
                  '  VERIFIED: ' DELIMITED BY SIZE
                  WS-VERIFIED-COUNT DELIMITED BY SIZE
                  '  FLAGGED: ' DELIMITED BY SIZE
                  WS-VERIFY-FLAG-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE LINEAGE-REPORT-FILE
           DISPLAY 'FILELIN ' WS-REPORT-LINE
           IF WS-VERIFY-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE 'FILELIN' TO WS-PM-PROGRAM-ID
           MOVE 'FILE-ID' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-SELECT-FILE-ID
           END-IF
           MOVE 'FILELIN' TO WS-PM-PROGRAM-ID
           MOVE 'COPYBOOK' TO WS-PM-PARM-NAME
           PERFORM 8400-LOOKUP-PARM THRU 8400-LOOKUP-PARM-EXIT
           IF WS-PM-PARM-FOUND
               MOVE WS-PM-PARM-VALUE(1:8) TO WS-SELECT-COPYBOOK
           END-IF
           PERFORM 1100-LOAD-CATALOG
           PERFORM 1200-LOAD-FILE-USE
           PERFORM 1300-LOAD-RETENTION
           PERFORM 1400-LOAD-SCHEDULE
           PERFORM 1500-LOAD-CALENDAR.

       1100-LOAD-CATALOG.
           OPEN INPUT FILE-CATALOG-FILE
           IF WS-FC-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1110-READ-CATALOG UNTIL WS-AT-EOF
               CLOSE FILE-CATALOG-FILE
           END-IF.

       1110-READ-CATALOG.
           READ FILE-CATALOG-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF FC-FILE-ID NOT = SPACES AND WS-CAT-COUNT < 300
                       ADD 1 TO WS-CAT-COUNT
                       SET CT-IDX TO WS-CAT-COUNT
                       MOVE FC-FILE-ID TO WS-CT-FILE-ID(CT-IDX)
                       MOVE FC-ORGANIZATION TO WS-CT-ORG(CT-IDX)
                       IF FC-RECORD-LENGTH IS NUMERIC
                           MOVE FC-RECORD-LENGTH TO WS-CT-RECLEN(CT-IDX)
                       ELSE
                           MOVE 0 TO WS-CT-RECLEN(CT-IDX)
                       END-IF
                       MOVE FC-VERIFY-FLAG TO WS-CT-VERIFY(CT-IDX)
                       MOVE FC-COPYBOOK TO WS-CT-COPYBOOK(CT-IDX)
                       MOVE FC-DESCRIPTION TO WS-CT-DESC(CT-IDX)
                       MOVE SPACE TO WS-CT-KEEP-TYPE(CT-IDX)
                       MOVE 0 TO WS-CT-KEEP-VALUE(CT-IDX)
                   END-IF
           END-READ.

       1200-LOAD-FILE-USE.
           OPEN INPUT FILE-USE-FILE
           IF WS-FU-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1210-READ-FILE-USE UNTIL WS-AT-EOF
               CLOSE FILE-USE-FILE
           END-IF.

       1210-READ-FILE-USE.
           READ FILE-USE-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF FU-FILE-ID NOT = SPACES AND WS-USE-COUNT < 1500
                       ADD 1 TO WS-USE-COUNT
                       SET US-IDX TO WS-USE-COUNT
                       MOVE FU-FILE-ID TO WS-US-FILE-ID(US-IDX)
                       MOVE FU-PROGRAM-ID TO WS-US-PROGRAM-ID(US-IDX)
                       MOVE FU-MODE TO WS-US-MODE(US-IDX)
                       MOVE 'N' TO WS-US-CATALOGUED(US-IDX)
                   END-IF
           END-READ.

       1300-LOAD-RETENTION.
           OPEN INPUT RETENTION-PARM-FILE
           IF WS-RP-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1310-READ-RETENTION UNTIL WS-AT-EOF
               CLOSE RETENTION-PARM-FILE
           END-IF.

       1310-READ-RETENTION.
           READ RETENTION-PARM-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   PERFORM VARYING CT-IDX FROM 1 BY 1
                           UNTIL CT-IDX > WS-CAT-COUNT
                       IF WS-CT-FILE-ID(CT-IDX) = RT-FILE-ID
                           AND RT-KEEP-VALUE IS NUMERIC
                           MOVE RT-KEEP-TYPE TO WS-CT-KEEP-TYPE(CT-IDX)
                           MOVE RT-KEEP-VALUE
                               TO WS-CT-KEEP-VALUE(CT-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *>   How each program runs: a NIGHTSKD step first, otherwise a
      *>   BATCALDR calendar job.
       1400-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SK-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1410-READ-SCHEDULE UNTIL WS-AT-EOF
               CLOSE SCHEDULE-FILE
           END-IF.

       1410-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF SK-STEP-NAME NOT = SPACES AND WS-STEP-COUNT < 200
                       ADD 1 TO WS-STEP-COUNT
                       SET SP-IDX TO WS-STEP-COUNT
                       MOVE SK-STEP-NAME TO WS-SP-NAME(SP-IDX)
                       IF SK-ENABLED = 'N'
                           MOVE 'NIGHTLY (DISABLED)' TO WS-SP-HOW(SP-IDX)
                       ELSE
                           MOVE 'NIGHTLY STEP' TO WS-SP-HOW(SP-IDX)
                       END-IF
                   END-IF
           END-READ.

       1500-LOAD-CALENDAR.
           OPEN INPUT BATCH-CALENDAR-FILE
           IF WS-BC-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1510-READ-CALENDAR UNTIL WS-AT-EOF
               CLOSE BATCH-CALENDAR-FILE
           END-IF.

       1510-READ-CALENDAR.
           READ BATCH-CALENDAR-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   IF BC-JOB-NAME NOT = SPACES AND WS-STEP-COUNT < 200
                       ADD 1 TO WS-STEP-COUNT
                       SET SP-IDX TO WS-STEP-COUNT
                       MOVE BC-JOB-NAME TO WS-SP-NAME(SP-IDX)
                       MOVE SPACES TO WS-SP-HOW(SP-IDX)
                       STRING 'CALENDAR ' DELIMITED BY SIZE
                              BC-FREQUENCY DELIMITED BY SIZE
                              BC-FREQ-VALUE DELIMITED BY SIZE
                              INTO WS-SP-HOW(SP-IDX)
                       END-STRING
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   Lineage, one catalogued file at a time.
      *>   ---------------------------------------------------------
       2000-REPORT-ONE-FILE.
           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > WS-USE-COUNT
               IF WS-US-FILE-ID(US-IDX) = WS-CT-FILE-ID(CT-IDX)
                   MOVE 'Y' TO WS-US-CATALOGUED(US-IDX)
               END-IF
           END-PERFORM
           IF WS-SELECT-FILE-ID NOT = SPACES
               AND WS-SELECT-FILE-ID NOT = WS-CT-FILE-ID(CT-IDX)
               GO TO 2000-REPORT-ONE-FILE-EXIT
           END-IF
           IF WS-SELECT-COPYBOOK NOT = SPACES
               AND WS-SELECT-COPYBOOK NOT = WS-CT-COPYBOOK(CT-IDX)
               GO TO 2000-REPORT-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-FILES-REPORTED
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CT-FILE-ID(CT-IDX) TO WS-FL-FILE-ID
           MOVE WS-CT-ORG(CT-IDX) TO WS-FL-ORG
           MOVE WS-CT-RECLEN(CT-IDX) TO WS-FL-RECLEN
           MOVE WS-CT-COPYBOOK(CT-IDX) TO WS-FL-COPYBOOK
           MOVE SPACES TO WS-FL-RETENTION
           EVALUATE WS-CT-KEEP-TYPE(CT-IDX)
               WHEN 'D'
                   STRING WS-CT-KEEP-VALUE(CT-IDX) DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                          INTO WS-FL-RETENTION
                   END-STRING
               WHEN 'R'
                   STRING WS-CT-KEEP-VALUE(CT-IDX) DELIMITED BY SIZE
                          ' RECORDS' DELIMITED BY SIZE
                          INTO WS-FL-RETENTION
                   END-STRING
               WHEN OTHER
                   MOVE 'NONE' TO WS-FL-RETENTION
           END-EVALUATE
           WRITE LINEAGE-REPORT-RECORD FROM WS-FILE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
                  WS-CT-DESC(CT-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-PRODUCER-COUNT WS-CONSUMER-COUNT
           MOVE 'PRODUCED BY' TO WS-ROLE
           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > WS-USE-COUNT
               IF WS-US-FILE-ID(US-IDX) = WS-CT-FILE-ID(CT-IDX)
                   AND WS-US-PRODUCES(US-IDX)
                   ADD 1 TO WS-PRODUCER-COUNT
                   PERFORM 2100-WRITE-USE-LINE
               END-IF
           END-PERFORM
           MOVE 'CONSUMED BY' TO WS-ROLE
           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > WS-USE-COUNT
               IF WS-US-FILE-ID(US-IDX) = WS-CT-FILE-ID(CT-IDX)
                   AND WS-US-CONSUMES(US-IDX)
                   ADD 1 TO WS-CONSUMER-COUNT
                   PERFORM 2100-WRITE-USE-LINE
               END-IF
           END-PERFORM
           IF WS-PRODUCER-COUNT = 0
               MOVE '    ** NO PRODUCING PROGRAM ON FILEUSE'
                   TO WS-REPORT-LINE
               WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-CONSUMER-COUNT = 0
               MOVE '    ** NO CONSUMING PROGRAM ON FILEUSE'
                   TO WS-REPORT-LINE
               WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-PRODUCER-COUNT = 0 OR WS-CONSUMER-COUNT = 0
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
       2000-REPORT-ONE-FILE-EXIT.
           EXIT.

       2100-WRITE-USE-LINE.
           MOVE WS-ROLE TO WS-UL-ROLE
           MOVE WS-US-PROGRAM-ID(US-IDX) TO WS-UL-PROGRAM
           EVALUATE WS-US-MODE(US-IDX)
               WHEN 'W'
                   MOVE 'OUTPUT' TO WS-UL-MODE
               WHEN 'A'
                   MOVE 'EXTEND' TO WS-UL-MODE
               WHEN 'U'
                   MOVE 'UPDATE' TO WS-UL-MODE
               WHEN OTHER
                   MOVE 'INPUT' TO WS-UL-MODE
           END-EVALUATE
           MOVE 'ON DEMAND / CALLED' TO WS-RUN-HOW
           PERFORM VARYING SP-IDX FROM WS-STEP-COUNT BY -1
                   UNTIL SP-IDX < 1
               IF WS-SP-NAME(SP-IDX) = WS-US-PROGRAM-ID(US-IDX)
                   MOVE WS-SP-HOW(SP-IDX) TO WS-RUN-HOW
               END-IF
           END-PERFORM
           MOVE WS-RUN-HOW TO WS-UL-HOW
           WRITE LINEAGE-REPORT-RECORD FROM WS-USE-LINE.

       2500-REPORT-UNCATALOGUED.
           IF WS-SELECT-FILE-ID NOT = SPACES
               OR WS-SELECT-COPYBOOK NOT = SPACES
               GO TO 2500-REPORT-UNCATALOGUED-EXIT
           END-IF
           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > WS-USE-COUNT
               IF WS-US-CATALOGUED(US-IDX) = 'N'
                   IF WS-UNCATALOGUED-COUNT = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
                       MOVE 'FILEUSE ENTRIES FOR FILES NOT IN FILECAT'
                           TO WS-REPORT-LINE
                       WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-UNCATALOGUED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '    ' DELIMITED BY SIZE
                          WS-US-FILE-ID(US-IDX) DELIMITED BY SIZE
                          '  USED BY ' DELIMITED BY SIZE
                          WS-US-PROGRAM-ID(US-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
       2500-REPORT-UNCATALOGUED-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   Verification against the files actually on disk.
      *>   ---------------------------------------------------------
       3000-VERIFY-CATALOG.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'CATALOG VERIFICATION' TO WS-REPORT-LINE
           WRITE LINEAGE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 3100-VERIFY-ONE-FILE THRU 3100-VERIFY-ONE-FILE-EXIT
               VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > WS-CAT-COUNT.

       3100-VERIFY-ONE-FILE.
           IF WS-CT-VERIFY(CT-IDX) NOT = 'Y'
               GO TO 3100-VERIFY-ONE-FILE-EXIT
           END-IF
           IF WS-SELECT-FILE-ID NOT = SPACES
               AND WS-SELECT-FILE-ID NOT = WS-CT-FILE-ID(CT-IDX)
               GO TO 3100-VERIFY-ONE-FILE-EXIT
           END-IF
           IF WS-SELECT-COPYBOOK NOT = SPACES
               AND WS-SELECT-COPYBOOK NOT = WS-CT-COPYBOOK(CT-IDX)
               GO TO 3100-VERIFY-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-VERIFIED-COUNT
           MOVE WS-CT-FILE-ID(CT-IDX) TO WS-VF-FILE-NAME
           MOVE SPACES TO WS-VF-RESULT
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-VF-FILE-NAME
                                             WS-VF-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE 'MISSING - FILE NOT FOUND' TO WS-VF-RESULT
               GO TO 3190-WRITE-RESULT
           END-IF
           EVALUATE WS-CT-ORG(CT-IDX)
               WHEN 'L'
                   PERFORM 3200-SCAN-LINE-SEQUENTIAL THRU
                       3200-SCAN-LINE-SEQUENTIAL-EXIT
               WHEN 'S'
                   IF WS-CT-RECLEN(CT-IDX) > 0
                       DIVIDE WS-VF-FILE-SIZE BY WS-CT-RECLEN(CT-IDX)
                           GIVING WS-VF-QUOTIENT
                           REMAINDER WS-VF-REMAINDER
                       IF WS-VF-REMAINDER NOT = 0
                           MOVE 'WRONG RECORD LENGTH - SIZE NOT A MULTIPLE'
                               TO WS-VF-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3190-WRITE-RESULT.
           IF WS-VF-RESULT = SPACES
               MOVE 'OK' TO WS-VF-RESULT
           ELSE
               ADD 1 TO WS-VERIFY-FLAG-COUNT
           END-IF
           MOVE WS-CT-FILE-ID(CT-IDX) TO WS-VL-FILE-ID
           MOVE WS-VF-RESULT TO WS-VL-RESULT
           WRITE LINEAGE-REPORT-RECORD FROM WS-VERIFY-LINE.
       3100-VERIFY-ONE-FILE-EXIT.
           EXIT.

      *>   Line-sequential records may legitimately come back short
      *>   (trailing spaces are not always kept); only a record
      *>   longer than the catalogued length is wrong.
       3200-SCAN-LINE-SEQUENTIAL.
           MOVE 0 TO WS-VF-LONGEST WS-VF-RECORDS
           OPEN INPUT VERIFY-FILE
           IF WS-VF-STATUS NOT = '00'
               STRING 'UNREADABLE - OPEN STATUS ' DELIMITED BY SIZE
                      WS-VF-STATUS DELIMITED BY SIZE
                      INTO WS-VF-RESULT
               END-STRING
               GO TO 3200-SCAN-LINE-SEQUENTIAL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3210-READ-VERIFY-RECORD UNTIL WS-AT-EOF
           CLOSE VERIFY-FILE
           IF WS-VF-LONGEST > WS-CT-RECLEN(CT-IDX)
               STRING 'WRONG RECORD LENGTH - LONGEST ' DELIMITED BY SIZE
                      WS-VF-LONGEST DELIMITED BY SIZE
                      INTO WS-VF-RESULT
               END-STRING
           END-IF.
       3200-SCAN-LINE-SEQUENTIAL-EXIT.
           EXIT.

       3210-READ-VERIFY-RECORD.
           READ VERIFY-FILE
               AT END SET WS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VF-RECORDS
                   IF WS-VF-REC-LEN > WS-VF-LONGEST
                       MOVE WS-VF-REC-LEN TO WS-VF-LONGEST
                   END-IF
           END-READ.

       COPY PARMPA.
       COPY FILESTPA.
