           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/city-sort.tmp'.

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
           05 SW-STATE       PIC X(20).
           05 SW-TIME-ZONE   PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-MASTER PIC X(02) VALUE '00'.
       01 WS-SORT-END         PIC X(01) VALUE 'N'.
       01 WS-BREAK-COUNTRY    PIC X(20) VALUE SPACES.
       01 WS-COUNTRY-SUBTOTAL PIC 9(11) VALUE ZEROS.
       01 WS-GRAND-TOTAL      PIC 9(11) VALUE ZEROS.
       01 WS-CITY-COUNT       PIC 9(07) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 CITY-POP-REPORT-LINE PIC X(80).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE 'CITY'.
           05 FILLER            PIC X(13) VALUE ' POPULATION'.
           05 FILLER            PIC X(05) VALUE 'STATE'.
       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WD-NAME            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'CITY-POPULATION-REPORT' TO RW-PROGRAM-ID
           MOVE 'CITIES BY POPULATION WITHIN COUNTRY' TO RW-REPORT-TITLE
           MOVE 'src/city-population-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COUNTRY
               ON DESCENDING KEY SW-POPULATION
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT
           MOVE WS-GRAND-TOTAL TO WS-GRAND-AMOUNT
           MOVE SPACES TO CITY-POP-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-GRAND-TOTAL-LINE TO CITY-POP-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'CITIES LISTED' TO RW-COUNT-LABEL (1)
           MOVE WS-CITY-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           STOP RUN.

      * feeds every city master record into the sort, re-arranging
           MOVE SW-NAME       TO WD-NAME
           MOVE SW-POPULATION TO WD-POPULATION
           MOVE SW-STATE      TO WD-STATE
           MOVE WS-DETAIL-LINE TO CITY-POP-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD 1 TO WS-CITY-COUNT
           ADD SW-POPULATION TO WS-COUNTRY-SUBTOTAL WS-GRAND-TOTAL.

       2300-PRINT-SUBTOTAL.
           MOVE WS-COUNTRY-SUBTOTAL TO WS-SUBTOTAL-AMOUNT
           MOVE WS-SUBTOTAL-LINE TO CITY-POP-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

       2400-PRINT-COUNTRY-HEADER.
           MOVE SW-COUNTRY TO WC-COUNTRY
           MOVE WS-COUNTRY-LINE TO CITY-POP-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE CITY-POP-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
