           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/pop-trend-sort.tmp'.

       DATA DIVISION.
       FILE SECTION.
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-OLD-VALUE PIC 9(09).
           05 SW-NEW-VALUE PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-POPHIST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER  PIC X(02) VALUE '00'.

       01 WS-ABS-CHANGE PIC S9(09) VALUE ZEROS.
       01 WS-PCT-CHANGE PIC S9(05)V99 VALUE ZEROS.
       01 WS-REVISION-COUNT PIC 9(07) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 TREND-REPORT-LINE PIC X(100).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE 'REVISED'.
           05 FILLER     PIC X(15) VALUE ' OLD POPULATION'.
           05 FILLER     PIC X(15) VALUE ' NEW POPULATION'.
           05 FILLER     PIC X(14) VALUE '        CHANGE'.
           05 FILLER     PIC X(11) VALUE '   PERCENT'.

       01 WS-COUNTRY-LINE.
           05 FILLER     PIC X(09) VALUE 'COUNTRY: '.
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'Y' TO WS-MASTER-OPENED
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'POPULATION-TREND-REPORT' TO RW-PROGRAM-ID
           MOVE 'POPULATION CHANGES BY COUNTRY/CITY' TO RW-REPORT-TITLE
           MOVE 'src/population-trend-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COUNTRY SW-CITY SW-RUN-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT
           MOVE 'REVISIONS LISTED' TO RW-COUNT-LABEL (1)
           MOVE WS-REVISION-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF WS-MASTER-OPENED = 'Y'
               CLOSE CITY-MASTER-FILE
           END-IF
                   OR SW-COUNTRY NOT = WS-BREAK-COUNTRY
               MOVE SW-COUNTRY TO WS-BREAK-COUNTRY
               MOVE SW-COUNTRY TO WC-COUNTRY
               MOVE WS-COUNTRY-LINE TO TREND-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
               MOVE SPACES TO WS-BREAK-CITY
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR SW-CITY NOT = WS-BREAK-CITY
               MOVE SW-CITY TO WS-BREAK-CITY
               MOVE SW-CITY TO WY-CITY
               MOVE WS-CITY-LINE TO TREND-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD.

      * percentage against the prior figure; a prior figure of zero
      * reports a zero percentage rather than dividing by it
       2200-PRINT-DETAIL.
           ADD 1 TO WS-REVISION-COUNT
           MOVE SW-RUN-DATE  TO WD-DATE
           MOVE SW-OLD-VALUE TO WD-OLD
           MOVE SW-NEW-VALUE TO WD-NEW
                   WS-ABS-CHANGE * 100 / SW-OLD-VALUE
           END-IF
           MOVE WS-PCT-CHANGE TO WD-PCT
           MOVE WS-DETAIL-LINE TO TREND-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE TREND-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
