      ******************************************************************
      * Author:
      * Date:
      * Purpose: the morning's report deliveries. The distribution
      *          master (kept under CONTROL-FILE-MAINTENANCE) says
      *          which recipients -- branch managers, finance, the
      *          registrar, HR -- get which report ids, how often and
      *          how many copies, under the driver's own frequency
      *          words (DAILY, a weekday name, MON-FRI, MEND, BD1,
      *          FIRSTBD, LASTBD). Every recipient with something due
      *          on the business date gets one package file: a cover
      *          sheet listing its contents and their page counts,
      *          then each report's generation from the
      *          REPORT-GENERATION-KEEPER catalog once per copy.
      *          Every delivery is appended to the distribution log,
      *          so who received which night's report is on record;
      *          a report that is due but was not cataloged for the
      *          business date is logged as missing, listed on the
      *          cover sheet and raised as a warning alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-MASTER-FILE ASSIGN TO
               'src/distribution-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT REPORT-CATALOG-FILE ASSIGN TO
               'src/report-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-GEN.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-PACKAGE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PACKAGE.
           SELECT DELIVERY-LOG-FILE ASSIGN TO
               'src/distribution-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LOG.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
      * one line per recipient and report; copies left blank means one
       FD DISTRIBUTION-MASTER-FILE.
       01 DISTRIBUTION-MASTER-REC.
           05 DM-RECIPIENT-ID   PIC X(08).
           05 DM-COMMA-1        PIC X(01).
           05 DM-REPORT-ID      PIC X(12).
           05 DM-COMMA-2        PIC X(01).
           05 DM-FREQUENCY      PIC X(07).
           05 DM-COMMA-3        PIC X(01).
           05 DM-COPIES         PIC X(02).
           05 DM-COMMA-4        PIC X(01).
           05 DM-RECIPIENT-NAME PIC X(30).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-REC.
           05 RG-REPORT-ID PIC X(12).
           05 RG-COMMA-1   PIC X(01).
           05 RG-PATH      PIC X(60).
           05 RG-COMMA-2   PIC X(01).
           05 RG-DATE      PIC 9(08).

       FD GENERATION-FILE.
       01 GENERATION-LINE PIC X(200).

       FD PACKAGE-FILE.
       01 PACKAGE-LINE PIC X(200).

      * one line per report due to a recipient: SENT with the copies
      * and pages that went into the package, or MISSING
       FD DELIVERY-LOG-FILE.
       01 DELIVERY-LOG-REC.
           05 DL-BUSINESS-DATE PIC 9(08).
           05 DL-COMMA-1       PIC X(01).
           05 DL-RECIPIENT-ID  PIC X(08).
           05 DL-COMMA-2       PIC X(01).
           05 DL-REPORT-ID     PIC X(12).
           05 DL-COMMA-3       PIC X(01).
           05 DL-STATUS        PIC X(07).
           05 DL-COMMA-4       PIC X(01).
           05 DL-COPIES        PIC 9(02).
           05 DL-COMMA-5       PIC X(01).
           05 DL-PAGES         PIC 9(04).
           05 DL-COMMA-6       PIC X(01).
           05 DL-LOGGED-DATE   PIC 9(08).
           05 DL-COMMA-7       PIC X(01).
           05 DL-LOGGED-TIME   PIC 9(06).
           05 DL-COMMA-8       PIC X(01).
           05 DL-PACKAGE-PATH  PIC X(60).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the run report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 DIST-REPORT-LINE PIC X(100).

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-MASTER  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-GEN     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PACKAGE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LOG     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-MASTER-END        PIC X(01) VALUE 'N'.
       01 WS-CATALOG-END       PIC X(01) VALUE 'N'.
       01 WS-GEN-END           PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YEAR-MONTH PIC 9(06).
           05 WS-BUS-DAY        PIC 9(02).
       01 WS-STAMP-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-STAMP-TIME       PIC 9(08) VALUE ZEROS.

      * the business date's place in the week and month, the same
      * edges SCHEDULE-FORECAST derives for the driver's frequencies
       01 WS-DAY-OF-WEEK   PIC X(03) VALUE SPACES.
       01 WS-PROBE-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-PROBE-DATE-R REDEFINES WS-PROBE-DATE.
           05 WS-PROBE-YEAR-MONTH PIC 9(06).
           05 WS-PROBE-DAY        PIC 9(02).
       01 WS-LAST-DAY      PIC 9(02) VALUE ZEROS.
       01 WS-FIRST-BUS-DAY PIC 9(02) VALUE ZEROS.
       01 WS-FIRSTBD-DATE  PIC 9(08) VALUE ZEROS.
       01 WS-LASTBD-DATE   PIC 9(08) VALUE ZEROS.
       01 WS-ENTRY-DUE     PIC X(01) VALUE 'N'.

      * the distribution master held in storage, in file order
       01 WS-DM-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 100 TIMES.
               10 WS-DM-RECIPIENT PIC X(08).
               10 WS-DM-REPORT    PIC X(12).
               10 WS-DM-FREQUENCY PIC X(07).
               10 WS-DM-COPIES    PIC 9(02).
               10 WS-DM-NAME      PIC X(30).
       01 WS-DM-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-DM-SCAN  PIC 9(03) VALUE ZEROS.
       01 WS-DM-SEEN  PIC X(01) VALUE 'N'.

      * the generations cataloged for the business date
       01 WS-CAT-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-ID   PIC X(12).
               10 WS-CAT-PATH PIC X(60).
       01 WS-CAT-IDX PIC 9(03) VALUE ZEROS.
       01 WS-CAT-HIT PIC 9(03) VALUE ZEROS.

      * one recipient's package: each report due, its generation,
      * its page count and whether it went in
       01 WS-PK-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-PK-TABLE.
           05 WS-PK-ENTRY OCCURS 20 TIMES.
               10 WS-PK-DM-IDX PIC 9(03).
               10 WS-PK-PATH   PIC X(60).
               10 WS-PK-PAGES  PIC 9(04).
               10 WS-PK-SENT   PIC X(01).
               10 WS-PK-RESULT PIC X(40).
       01 WS-PK-IDX         PIC 9(02) VALUE ZEROS.
       01 WS-PK-TOTAL-PAGES PIC 9(05) VALUE ZEROS.
       01 WS-COPY-NUMBER    PIC 9(02) VALUE ZEROS.

       01 WS-GEN-PATH     PIC X(60) VALUE SPACES.
       01 WS-PACKAGE-PATH PIC X(60) VALUE SPACES.
       01 WS-ID-END       PIC 9(02) VALUE ZEROS.
       01 WS-GEN-LINES    PIC 9(07) VALUE ZEROS.
       01 WS-GEN-HEADINGS PIC 9(04) VALUE ZEROS.
       01 WS-GEN-PAGES    PIC 9(04) VALUE ZEROS.
       01 WS-PLAIN-DEPTH  PIC 9(02) VALUE 60.

       01 WS-PACKAGES-BUILT  PIC 9(05) VALUE ZEROS.
       01 WS-REPORTS-SENT    PIC 9(05) VALUE ZEROS.
       01 WS-REPORTS-MISSING PIC 9(05) VALUE ZEROS.
       01 WS-NOT-DUE-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-BAD-FREQ-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-PACKAGE-ERRORS  PIC 9(05) VALUE ZEROS.

      * the cover sheet at the front of every package
       01 WS-COVER-LINE-1.
           05 FILLER        PIC X(21) VALUE 'DELIVERY PACKAGE FOR '.
           05 CV-RECIPIENT  PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CV-NAME       PIC X(30).

       01 WS-COVER-LINE-2.
           05 FILLER        PIC X(14) VALUE 'BUSINESS DATE '.
           05 CV-BUSINESS-DATE PIC 9(08).
           05 FILLER        PIC X(14) VALUE '  ENVIRONMENT '.
           05 CV-ENVIRONMENT PIC X(04).
           05 FILLER        PIC X(12) VALUE '  ASSEMBLED '.
           05 CV-STAMP-DATE PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CV-STAMP-HOUR PIC 9(02).
           05 FILLER        PIC X(01) VALUE ':'.
           05 CV-STAMP-MIN  PIC 9(02).

       01 WS-COVER-COLUMNS.
           05 FILLER PIC X(45) VALUE
               'REPORT ID     FREQ     COPIES  PAGES  CONTENT'.

       01 WS-COVER-DETAIL.
           05 CD-REPORT-ID  PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CD-FREQUENCY  PIC X(07).
           05 FILLER        PIC X(06) VALUE SPACES.
           05 CD-COPIES     PIC Z9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 CD-PAGES      PIC ZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CD-CONTENT    PIC X(60).

       01 WS-COVER-TOTAL.
           05 FILLER        PIC X(23) VALUE 'TOTAL PAGES IN PACKAGE '.
           05 CV-TOTAL-PAGES PIC ZZZZ9.

       01 WS-COPY-BANNER.
           05 FILLER        PIC X(06) VALUE '===== '.
           05 CB-REPORT-ID  PIC X(12).
           05 FILLER        PIC X(06) VALUE ' COPY '.
           05 CB-COPY       PIC Z9.
           05 FILLER        PIC X(04) VALUE ' OF '.
           05 CB-COPIES     PIC Z9.
           05 FILLER        PIC X(06) VALUE ' ====='.

      * one line of the run report per report due
       01 WS-DIST-DETAIL.
           05 DD-RECIPIENT  PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DD-REPORT-ID  PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DD-FREQUENCY  PIC X(07).
           05 FILLER        PIC X(06) VALUE SPACES.
           05 DD-COPIES     PIC Z9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DD-PAGES      PIC ZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DD-RESULT     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REPORT-DISTRIBUTION' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           PERFORM 0050-DERIVE-CALENDAR
           PERFORM 0100-LOAD-DISTRIBUTION-MASTER
           PERFORM 0150-LOAD-CATALOG

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'REPORT-DISTRIBUTION' TO RW-PROGRAM-ID
           MOVE 'REPORT DISTRIBUTION AND DELIVERY LOG' TO
               RW-REPORT-TITLE
           MOVE 'src/report-distribution-report.txt' TO
               RW-REPORT-PATH
           MOVE 'RECIPIENT REPORT ID     FREQ     COPIES  PAGES'
               TO RW-COLUMN-HEAD-1
           MOVE 'RESULT' TO RW-COLUMN-HEAD-1 (49:6)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DM-COUNT = ZEROS
               MOVE 'NO DISTRIBUTION MASTER ENTRIES -- NOTHING TO '
                   TO DIST-REPORT-LINE
               MOVE 'DELIVER' TO DIST-REPORT-LINE (47:7)
               PERFORM 0900-PRINT-REPORT-LINE
           ELSE
               OPEN EXTEND DELIVERY-LOG-FILE
               IF WS-FS-STATUS-LOG = '35'
                   OPEN OUTPUT DELIVERY-LOG-FILE
               END-IF
               IF WS-FS-STATUS-LOG NOT = '00'
                   DISPLAY 'ERROR OPENING DISTRIBUTION LOG, STATUS: '
                       WS-FS-STATUS-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0200-DELIVER-ONE-RECIPIENT
                   VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               CLOSE DELIVERY-LOG-FILE
           END-IF

           MOVE 'PACKAGES ASSEMBLED' TO RW-COUNT-LABEL (1)
           MOVE WS-PACKAGES-BUILT TO RW-COUNT-VALUE (1)
           MOVE 'REPORTS DELIVERED' TO RW-COUNT-LABEL (2)
           MOVE WS-REPORTS-SENT TO RW-COUNT-VALUE (2)
           MOVE 'REPORTS MISSING' TO RW-COUNT-LABEL (3)
           MOVE WS-REPORTS-MISSING TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Packages assembled:   ' WS-PACKAGES-BUILT
           DISPLAY 'Reports delivered:    ' WS-REPORTS-SENT
           DISPLAY 'Reports missing:      ' WS-REPORTS-MISSING
           DISPLAY 'Entries not due:      ' WS-NOT-DUE-COUNT
           DISPLAY 'Unknown frequencies:  ' WS-BAD-FREQ-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-REPORTS-MISSING > ZEROS
                   OR WS-BAD-FREQ-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PACKAGE-ERRORS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * the business date's day of week, the last calendar day of its
      * month (the highest day DATE-UTILS accepts), the month's first
      * weekday for BD1, and its first and last business days probed
      * through ISBD with the holiday calendar counted
       0050-DERIVE-CALENDAR.
           MOVE 'DOW' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAY-OF-WEEK TO WS-DAY-OF-WEEK

           MOVE WS-BUS-YEAR-MONTH TO WS-PROBE-YEAR-MONTH
           MOVE 31 TO WS-PROBE-DAY
           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y' OR WS-PROBE-DAY < 28
               MOVE 'VALD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   SUBTRACT 1 FROM WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DAY TO WS-LAST-DAY

           MOVE 1 TO WS-PROBE-DAY
           MOVE 'DOW' TO DU-FUNCTION
           MOVE WS-PROBE-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           EVALUATE DU-DAY-OF-WEEK
               WHEN 'SAT'
                   MOVE 3 TO WS-FIRST-BUS-DAY
               WHEN 'SUN'
                   MOVE 2 TO WS-FIRST-BUS-DAY
               WHEN OTHER
                   MOVE 1 TO WS-FIRST-BUS-DAY
           END-EVALUATE

           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y'
                   OR WS-PROBE-DAY > WS-LAST-DAY
               MOVE 'ISBD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   ADD 1 TO WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DATE TO WS-FIRSTBD-DATE
           MOVE WS-LAST-DAY TO WS-PROBE-DAY
           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y'
                   OR WS-PROBE-DAY < 1
               MOVE 'ISBD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   SUBTRACT 1 FROM WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DATE TO WS-LASTBD-DATE.

       0100-LOAD-DISTRIBUTION-MASTER.
           OPEN INPUT DISTRIBUTION-MASTER-FILE
           IF WS-FS-STATUS-MASTER NOT = '00'
               DISPLAY 'NO DISTRIBUTION MASTER ON HAND, STATUS: '
                   WS-FS-STATUS-MASTER
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ DISTRIBUTION-MASTER-FILE
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       IF WS-DM-COUNT >= 100
                           DISPLAY 'RUN STOPPED: DISTRIBUTION MASTER '
                               'EXCEEDS THE 100-ENTRY TABLE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF DM-RECIPIENT-ID NOT = SPACES
                           ADD 1 TO WS-DM-COUNT
                           MOVE DM-RECIPIENT-ID TO
                               WS-DM-RECIPIENT (WS-DM-COUNT)
                           MOVE DM-REPORT-ID TO
                               WS-DM-REPORT (WS-DM-COUNT)
                           MOVE DM-FREQUENCY TO
                               WS-DM-FREQUENCY (WS-DM-COUNT)
                           MOVE DM-RECIPIENT-NAME TO
                               WS-DM-NAME (WS-DM-COUNT)
                           IF DM-COPIES IS NUMERIC
                                   AND DM-COPIES NOT = '00'
                               MOVE DM-COPIES TO
                                   WS-DM-COPIES (WS-DM-COUNT)
                           ELSE
                               MOVE 1 TO WS-DM-COPIES (WS-DM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-MASTER-FILE.

      * only the business date's generations are of interest; a
      * missing catalog leaves every due report missing
       0150-LOAD-CATALOG.
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG NOT = '00'
               DISPLAY 'NO REPORT CATALOG ON HAND, STATUS: '
                   WS-FS-STATUS-CATALOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-END = 'S'
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE 'S' TO WS-CATALOG-END
                   NOT AT END
                       IF RG-DATE = WS-BUSINESS-DATE
                               AND WS-CAT-COUNT < 50
                           ADD 1 TO WS-CAT-COUNT
                           MOVE RG-REPORT-ID TO
                               WS-CAT-ID (WS-CAT-COUNT)
                           MOVE RG-PATH TO WS-CAT-PATH (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE.

      * a recipient is taken at its first line on the master, with
      * every line it has gathered into the one package; a recipient
      * with nothing due on the business date gets no package
       0200-DELIVER-ONE-RECIPIENT.
           MOVE 'N' TO WS-DM-SEEN
           PERFORM VARYING WS-DM-SCAN FROM 1 BY 1
                   UNTIL WS-DM-SCAN >= WS-DM-IDX
               IF WS-DM-RECIPIENT (WS-DM-SCAN) =
                       WS-DM-RECIPIENT (WS-DM-IDX)
                   MOVE 'Y' TO WS-DM-SEEN
               END-IF
           END-PERFORM
           IF WS-DM-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-PK-COUNT
           PERFORM VARYING WS-DM-SCAN FROM WS-DM-IDX BY 1
                   UNTIL WS-DM-SCAN > WS-DM-COUNT
               IF WS-DM-RECIPIENT (WS-DM-SCAN) =
                       WS-DM-RECIPIENT (WS-DM-IDX)
                   PERFORM 0250-JUDGE-ONE-ENTRY
               END-IF
           END-PERFORM
           IF WS-PK-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 8 TO WS-ID-END
           PERFORM UNTIL WS-ID-END = ZEROS
                   OR WS-DM-RECIPIENT (WS-DM-IDX) (WS-ID-END:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-ID-END
           END-PERFORM
           MOVE SPACES TO WS-PACKAGE-PATH
           STRING 'src/package-'
               WS-DM-RECIPIENT (WS-DM-IDX) (1:WS-ID-END)
               '-' WS-BUSINESS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-PACKAGE-PATH
           OPEN OUTPUT PACKAGE-FILE
           IF WS-FS-STATUS-PACKAGE NOT = '00'
               ADD 1 TO WS-PACKAGE-ERRORS
               MOVE SPACES TO DIST-REPORT-LINE
               STRING WS-DM-RECIPIENT (WS-DM-IDX)
                   '  PACKAGE NOT OPENED, STATUS: '
                   WS-FS-STATUS-PACKAGE
                   DELIMITED BY SIZE INTO DIST-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
               MOVE 'F' TO AL-SEVERITY
               MOVE SPACES TO AL-MESSAGE
               STRING 'PACKAGE FOR ' WS-DM-RECIPIENT (WS-DM-IDX)
                   ' NOT BUILT, STATUS: ' WS-FS-STATUS-PACKAGE
                   DELIMITED BY SIZE INTO AL-MESSAGE
               PERFORM 0800-RAISE-ALERT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0300-WRITE-COVER-SHEET
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               IF WS-PK-SENT (WS-PK-IDX) = 'Y'
                   PERFORM 0400-PACK-ONE-REPORT
               END-IF
           END-PERFORM
           CLOSE PACKAGE-FILE
           ADD 1 TO WS-PACKAGES-BUILT
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               PERFORM 0500-LOG-DELIVERY
           END-PERFORM.

      * one master line of the recipient: due today or not by its
      * frequency, and when due, found in the catalog for the
      * business date and its pages counted -- or missing
       0250-JUDGE-ONE-ENTRY.
           PERFORM 0260-EVALUATE-FREQUENCY
           IF WS-ENTRY-DUE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PK-COUNT >= 20
               MOVE SPACES TO DIST-REPORT-LINE
               STRING WS-DM-RECIPIENT (WS-DM-SCAN) '  '
                   WS-DM-REPORT (WS-DM-SCAN)
                   '  OVER 20 REPORTS IN ONE PACKAGE -- LEFT OUT'
                   DELIMITED BY SIZE INTO DIST-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
               ADD 1 TO WS-PACKAGE-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PK-COUNT
           MOVE WS-DM-SCAN TO WS-PK-DM-IDX (WS-PK-COUNT)
           MOVE SPACES TO WS-PK-PATH (WS-PK-COUNT)
           MOVE ZEROS TO WS-PK-PAGES (WS-PK-COUNT)
           MOVE 'N' TO WS-PK-SENT (WS-PK-COUNT)

           MOVE ZEROS TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-ID (WS-CAT-IDX) = WS-DM-REPORT (WS-DM-SCAN)
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
           END-PERFORM
           IF WS-CAT-HIT = ZEROS
               MOVE 'MISSING - NOT CATALOGED FOR THE DATE' TO
                   WS-PK-RESULT (WS-PK-COUNT)
               PERFORM 0280-REPORT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-PATH (WS-CAT-HIT) TO WS-GEN-PATH
           MOVE WS-GEN-PATH TO WS-PK-PATH (WS-PK-COUNT)
           PERFORM 0270-COUNT-PAGES
           IF WS-FS-STATUS-GEN NOT = '00'
               MOVE 'MISSING - GENERATION FILE NOT ON HAND' TO
                   WS-PK-RESULT (WS-PK-COUNT)
               PERFORM 0280-REPORT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-PAGES TO WS-PK-PAGES (WS-PK-COUNT)
           MOVE 'Y' TO WS-PK-SENT (WS-PK-COUNT)
           MOVE 'DELIVERED' TO WS-PK-RESULT (WS-PK-COUNT).

      * the driver's frequency rules, judged against the business
      * date for the master line under the scan
       0260-EVALUATE-FREQUENCY.
           MOVE 'N' TO WS-ENTRY-DUE
           EVALUATE TRUE
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'DAILY'
                   MOVE 'Y' TO WS-ENTRY-DUE
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'MON-FRI'
                   IF WS-DAY-OF-WEEK NOT = 'SAT'
                           AND WS-DAY-OF-WEEK NOT = 'SUN'
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'MON'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'TUE'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'WED'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'THU'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'FRI'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'SAT'
                       OR WS-DM-FREQUENCY (WS-DM-SCAN) = 'SUN'
                   IF WS-DM-FREQUENCY (WS-DM-SCAN) (1:3) =
                           WS-DAY-OF-WEEK
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'MEND'
                   IF WS-BUS-DAY = WS-LAST-DAY
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'BD1'
                   IF WS-BUS-DAY = WS-FIRST-BUS-DAY
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'FIRSTBD'
                   IF WS-BUSINESS-DATE = WS-FIRSTBD-DATE
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN WS-DM-FREQUENCY (WS-DM-SCAN) = 'LASTBD'
                   IF WS-BUSINESS-DATE = WS-LASTBD-DATE
                       MOVE 'Y' TO WS-ENTRY-DUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-FREQ-COUNT
                   MOVE SPACES TO DIST-REPORT-LINE
                   STRING WS-DM-RECIPIENT (WS-DM-SCAN) '  '
                       WS-DM-REPORT (WS-DM-SCAN) '  '
                       WS-DM-FREQUENCY (WS-DM-SCAN)
                       '  UNKNOWN FREQUENCY -- NOT DELIVERED'
                       DELIMITED BY SIZE INTO DIST-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
           END-EVALUATE
           IF WS-ENTRY-DUE NOT = 'Y'
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.

      * a report printed through REPORT-WRITER carries its page
      * number on every heading line, and those headings are counted;
      * any other report is counted at sixty lines a page
       0270-COUNT-PAGES.
           MOVE ZEROS TO WS-GEN-LINES
           MOVE ZEROS TO WS-GEN-HEADINGS
           MOVE ZEROS TO WS-GEN-PAGES
           OPEN INPUT GENERATION-FILE
           IF WS-FS-STATUS-GEN NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GEN-END
           PERFORM UNTIL WS-GEN-END = 'S'
               READ GENERATION-FILE
                   AT END
                       MOVE 'S' TO WS-GEN-END
                   NOT AT END
                       ADD 1 TO WS-GEN-LINES
                       IF GENERATION-LINE (68:6) = ' PAGE '
                               AND GENERATION-LINE (1:1) NOT = SPACE
                           ADD 1 TO WS-GEN-HEADINGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
           MOVE '00' TO WS-FS-STATUS-GEN
           IF WS-GEN-HEADINGS > ZEROS
               MOVE WS-GEN-HEADINGS TO WS-GEN-PAGES
           ELSE
               COMPUTE WS-GEN-PAGES =
                   (WS-GEN-LINES + WS-PLAIN-DEPTH - 1) / WS-PLAIN-DEPTH
           END-IF
           IF WS-GEN-PAGES = ZEROS
               MOVE 1 TO WS-GEN-PAGES
           END-IF.

       0280-REPORT-MISSING.
           ADD 1 TO WS-REPORTS-MISSING
           MOVE 'W' TO AL-SEVERITY
           MOVE SPACES TO AL-MESSAGE
           STRING 'REPORT ' WS-DM-REPORT (WS-DM-SCAN)
               ' MISSING FOR ' WS-DM-RECIPIENT (WS-DM-SCAN)
               ' ON ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 0800-RAISE-ALERT.

      * who the package is for and when, then one line per report
      * due: its copies, its pages and the generation that went in,
      * or why it is not there
       0300-WRITE-COVER-SHEET.
           MOVE WS-DM-RECIPIENT (WS-DM-IDX) TO CV-RECIPIENT
           MOVE WS-DM-NAME (WS-DM-IDX) TO CV-NAME
           WRITE PACKAGE-LINE FROM WS-COVER-LINE-1
           MOVE WS-BUSINESS-DATE TO CV-BUSINESS-DATE
           MOVE WS-ENVIRONMENT-CODE TO CV-ENVIRONMENT
           MOVE WS-STAMP-DATE TO CV-STAMP-DATE
           MOVE WS-STAMP-TIME (1:2) TO CV-STAMP-HOUR
           MOVE WS-STAMP-TIME (3:2) TO CV-STAMP-MIN
           WRITE PACKAGE-LINE FROM WS-COVER-LINE-2
           MOVE SPACES TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE 'CONTENTS' TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           WRITE PACKAGE-LINE FROM WS-COVER-COLUMNS
           MOVE ZEROS TO WS-PK-TOTAL-PAGES
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               MOVE WS-PK-DM-IDX (WS-PK-IDX) TO WS-DM-SCAN
               MOVE WS-DM-REPORT (WS-DM-SCAN) TO CD-REPORT-ID
               MOVE WS-DM-FREQUENCY (WS-DM-SCAN) TO CD-FREQUENCY
               MOVE WS-DM-COPIES (WS-DM-SCAN) TO CD-COPIES
               MOVE WS-PK-PAGES (WS-PK-IDX) TO CD-PAGES
               IF WS-PK-SENT (WS-PK-IDX) = 'Y'
                   MOVE WS-PK-PATH (WS-PK-IDX) TO CD-CONTENT
                   COMPUTE WS-PK-TOTAL-PAGES = WS-PK-TOTAL-PAGES
                       + WS-PK-PAGES (WS-PK-IDX)
                       * WS-DM-COPIES (WS-DM-SCAN)
               ELSE
                   MOVE SPACES TO CD-CONTENT
                   STRING '*** ' WS-PK-RESULT (WS-PK-IDX)
                       DELIMITED BY SIZE INTO CD-CONTENT
               END-IF
               WRITE PACKAGE-LINE FROM WS-COVER-DETAIL
           END-PERFORM
           MOVE SPACES TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE WS-PK-TOTAL-PAGES TO CV-TOTAL-PAGES
           WRITE PACKAGE-LINE FROM WS-COVER-TOTAL
           MOVE ALL '=' TO PACKAGE-LINE (1:80)
           WRITE PACKAGE-LINE.

      * the generation copied in whole once per copy, each copy set
      * off by a banner naming it
       0400-PACK-ONE-REPORT.
           MOVE WS-PK-DM-IDX (WS-PK-IDX) TO WS-DM-SCAN
           MOVE WS-PK-PATH (WS-PK-IDX) TO WS-GEN-PATH
           PERFORM VARYING WS-COPY-NUMBER FROM 1 BY 1
                   UNTIL WS-COPY-NUMBER > WS-DM-COPIES (WS-DM-SCAN)
               MOVE WS-DM-REPORT (WS-DM-SCAN) TO CB-REPORT-ID
               MOVE WS-COPY-NUMBER TO CB-COPY
               MOVE WS-DM-COPIES (WS-DM-SCAN) TO CB-COPIES
               MOVE SPACES TO PACKAGE-LINE
               WRITE PACKAGE-LINE
               WRITE PACKAGE-LINE FROM WS-COPY-BANNER
               OPEN INPUT GENERATION-FILE
               IF WS-FS-STATUS-GEN = '00'
                   MOVE 'N' TO WS-GEN-END
                   PERFORM UNTIL WS-GEN-END = 'S'
                       READ GENERATION-FILE
                           AT END
                               MOVE 'S' TO WS-GEN-END
                           NOT AT END
                               MOVE GENERATION-LINE TO PACKAGE-LINE
                               WRITE PACKAGE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GENERATION-FILE
               END-IF
           END-PERFORM.

      * the delivery on record: one log line and one report line per
      * report due to the recipient
       0500-LOG-DELIVERY.
           MOVE WS-PK-DM-IDX (WS-PK-IDX) TO WS-DM-SCAN
           MOVE WS-BUSINESS-DATE TO DL-BUSINESS-DATE
           MOVE WS-DM-RECIPIENT (WS-DM-SCAN) TO DL-RECIPIENT-ID
           MOVE WS-DM-REPORT (WS-DM-SCAN) TO DL-REPORT-ID
           IF WS-PK-SENT (WS-PK-IDX) = 'Y'
               MOVE 'SENT' TO DL-STATUS
               MOVE WS-DM-COPIES (WS-DM-SCAN) TO DL-COPIES
               ADD 1 TO WS-REPORTS-SENT
           ELSE
               MOVE 'MISSING' TO DL-STATUS
               MOVE ZEROS TO DL-COPIES
           END-IF
           MOVE WS-PK-PAGES (WS-PK-IDX) TO DL-PAGES
           MOVE WS-STAMP-DATE TO DL-LOGGED-DATE
           MOVE WS-STAMP-TIME (1:6) TO DL-LOGGED-TIME
           MOVE WS-PACKAGE-PATH TO DL-PACKAGE-PATH
           MOVE ',' TO DL-COMMA-1 DL-COMMA-2 DL-COMMA-3 DL-COMMA-4
               DL-COMMA-5 DL-COMMA-6 DL-COMMA-7 DL-COMMA-8
           WRITE DELIVERY-LOG-REC

           MOVE WS-DM-RECIPIENT (WS-DM-SCAN) TO DD-RECIPIENT
           MOVE WS-DM-REPORT (WS-DM-SCAN) TO DD-REPORT-ID
           MOVE WS-DM-FREQUENCY (WS-DM-SCAN) TO DD-FREQUENCY
           MOVE WS-DM-COPIES (WS-DM-SCAN) TO DD-COPIES
           MOVE WS-PK-PAGES (WS-PK-IDX) TO DD-PAGES
           MOVE WS-PK-RESULT (WS-PK-IDX) TO DD-RESULT
           MOVE WS-DIST-DETAIL TO DIST-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       0800-RAISE-ALERT.
           MOVE 'REPORT-DISTRIBUTION' TO AL-SOURCE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE DIST-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
