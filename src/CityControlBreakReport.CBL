      ******************************************************************
      * Author:
      * Date:
      * Purpose: prints the customer register grouped by sales
      *          territory, country within territory and city within
      *          country, with a subtotal at each city, country and
      *          territory break, a page break once a page fills up,
      *          and a grand total at the end. FILE-DATA-OUT itself
      *          stays keyed by FS-CODE-OUT for direct access
      *          elsewhere, so REGISTER-FAN-OUT sorts it into city
      *          order once a night, in the same single pass that cuts
      *          every other consumer's work file, into
      *          CITY-ORDERED-FILE. This report places each register
      *          in its territory through TERRITORY-LOOKUP and sorts
      *          the extract into territory/country order; a city in
      *          no territory is listed last under UNASSIGNED rather
      *          than dropped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-CONTROL-BREAK-REPORT.
               'src/data-out-city-order.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CITYORD.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/city-break-sort.tmp'.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

      * built by REGISTER-FAN-OUT's single register pass, already in
      * ascending city/code order
       FD CITY-ORDERED-FILE.
       01 CITY-ORDERED-REC.
           05 CO-CODE     PIC 9(06).
           05 CO-COMMA-4  PIC X(01).
           05 CO-COUNTRY  PIC X(20).

      * an unassigned city sorts under HIGH-VALUES so it prints after
      * every territory
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-TERRITORY PIC X(06).
           05 SW-MANAGER   PIC X(20).
           05 SW-COUNTRY   PIC X(20).
           05 SW-CITY      PIC X(30).
           05 SW-CODE      PIC 9(06).
           05 SW-NAME      PIC X(20).

       WORKING-STORAGE SECTION.

      * report proves against the register count
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.
       01 WS-FILE-END        PIC X(01) VALUE 'N'.
       01 WS-SORT-END        PIC X(01) VALUE 'N'.
       01 WS-FIRST-CITY      PIC X(01) VALUE 'Y'.

      * request area for the shared TERRITORY-LOOKUP subprogram; the
      * extract arrives in city order, so one lookup serves every
      * register of a city
       COPY 'src/DATA-TERRITORY.CPY'.
       01 WS-LOOKUP-CITY      PIC X(30) VALUE SPACES.
       01 WS-LOOKUP-STATE     PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-DONE      PIC X(01) VALUE 'N'.
       01 WS-UNASSIGNED-COUNT PIC 9(07) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 CITY-BREAK-REPORT-LINE PIC X(80).
       01 WS-LINES-PER-PAGE  PIC 9(03) VALUE 20.

       01 WS-PREVIOUS-TERRITORY PIC X(06) VALUE SPACES.
       01 WS-PREVIOUS-MANAGER   PIC X(20) VALUE SPACES.
       01 WS-PREVIOUS-COUNTRY   PIC X(20) VALUE SPACES.
       01 WS-PREVIOUS-CITY   PIC X(30) VALUE SPACES.
       01 WS-CITY-COUNT      PIC 9(05) VALUE ZEROS.
       01 WS-COUNTRY-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-TERRITORY-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-GRAND-COUNT     PIC 9(07) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-NAME     PIC X(20).

       01 WS-TERRITORY-HEAD-LINE.
           05 FILLER      PIC X(11) VALUE 'TERRITORY: '.
           05 WH-TERRITORY PIC X(12).
           05 FILLER      PIC X(10) VALUE 'MANAGER: '.
           05 WH-MANAGER  PIC X(20).

       01 WS-COUNTRY-HEAD-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 FILLER      PIC X(09) VALUE 'COUNTRY: '.
           05 WH-COUNTRY  PIC X(20).

       01 WS-CITY-HEAD-LINE.
           05 FILLER      PIC X(06) VALUE 'CITY: '.
           05 WC-CITY     PIC X(30).
           05 FILLER      PIC X(02) VALUE ': '.
           05 WT-COUNT    PIC ZZZZ9.

       01 WS-COUNTRY-TOTAL-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE 'CUSTOMERS FOR '.
           05 WT-COUNTRY  PIC X(20).
           05 FILLER      PIC X(02) VALUE ': '.
           05 WT-COUNTRY-COUNT PIC ZZZZZZ9.

       01 WS-TERRITORY-TOTAL-LINE.
           05 FILLER      PIC X(24) VALUE
               'CUSTOMERS FOR TERRITORY '.
           05 WT-TERRITORY PIC X(10).
           05 FILLER      PIC X(02) VALUE ': '.
           05 WT-TERRITORY-COUNT PIC ZZZZZZ9.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER      PIC X(23) VALUE 'GRAND TOTAL CUSTOMERS: '.
           05 WG-COUNT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0050-LOAD-RUN-CONTROL
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN INPUT CITY-ORDERED-FILE
           IF WS-FS-STATUS-CITYORD NOT = '00'
               DISPLAY 'ERROR OPENING CITY-ORDERED-FILE, STATUS: '
                   WS-FS-STATUS-CITYORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-REPORT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERRITORY SW-COUNTRY SW-CITY
                   SW-CODE
               INPUT PROCEDURE IS 0200-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 0250-PRINT-SORTED-REGISTER
           PERFORM 0600-PRINT-GRAND-TOTAL

           MOVE 'CUSTOMERS LISTED' TO RW-COUNT-LABEL (1)
           MOVE WS-GRAND-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'IN NO SALES TERRITORY' TO RW-COUNT-LABEL (2)
           MOVE WS-UNASSIGNED-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF WS-UNASSIGNED-COUNT > ZEROS
               DISPLAY 'REGISTERS IN NO SALES TERRITORY: '
                   WS-UNASSIGNED-COUNT
           END-IF

           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * every register goes to the sort under its city's territory;
      * a city the territory master does not cover still goes
       0200-LOAD-SORT-FILE.
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CITY-ORDERED-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       PERFORM 0210-ASSIGN-TERRITORY
                       MOVE CO-COUNTRY TO SW-COUNTRY
                       MOVE CO-CITY TO SW-CITY
                       MOVE CO-CODE TO SW-CODE
                       MOVE CO-NAME TO SW-NAME
                       RELEASE SORT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CITY-ORDERED-FILE.

       0210-ASSIGN-TERRITORY.
           IF WS-LOOKUP-DONE = 'N'
                   OR CO-CITY NOT = WS-LOOKUP-CITY
                   OR CO-STATE NOT = WS-LOOKUP-STATE
               MOVE CO-CITY TO TR-CITY-NAME
               MOVE CO-STATE TO TR-STATE
               CALL 'TERRITORY-LOOKUP' USING TERRITORY-REQUEST
               MOVE CO-CITY TO WS-LOOKUP-CITY
               MOVE CO-STATE TO WS-LOOKUP-STATE
               MOVE 'Y' TO WS-LOOKUP-DONE
           END-IF
           IF TR-FOUND = 'Y'
               MOVE TR-TERRITORY TO SW-TERRITORY
               MOVE TR-MANAGER TO SW-MANAGER
           ELSE
               MOVE HIGH-VALUES TO SW-TERRITORY
               MOVE SPACES TO SW-MANAGER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

       0250-PRINT-SORTED-REGISTER.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 0300-PRINT-DETAIL-LINE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-CITY = 'N'
               PERFORM 0500-PRINT-CITY-TOTAL
               PERFORM 0520-PRINT-COUNTRY-TOTAL
               PERFORM 0540-PRINT-TERRITORY-TOTAL
           END-IF.

      * a territory change closes out the city, country and territory
      * just ended; a country change the city and country; a city
      * change the city alone -- each then starts its new headings.
      * A page break is forced first if the current page is full,
      * repeating the headings the page is continuing
       0300-PRINT-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-FIRST-CITY = 'Y'
                   PERFORM 0310-START-TERRITORY
               WHEN SW-TERRITORY NOT = WS-PREVIOUS-TERRITORY
                   PERFORM 0500-PRINT-CITY-TOTAL
                   PERFORM 0520-PRINT-COUNTRY-TOTAL
                   PERFORM 0540-PRINT-TERRITORY-TOTAL
                   PERFORM 0310-START-TERRITORY
               WHEN SW-COUNTRY NOT = WS-PREVIOUS-COUNTRY
                   PERFORM 0500-PRINT-CITY-TOTAL
                   PERFORM 0520-PRINT-COUNTRY-TOTAL
                   PERFORM 0320-START-COUNTRY
               WHEN SW-CITY NOT = WS-PREVIOUS-CITY
                   PERFORM 0500-PRINT-CITY-TOTAL
                   PERFORM 0330-START-CITY
           END-EVALUATE

           IF RW-LINES-LEFT = ZEROS
               MOVE 'PAGE' TO RW-FUNCTION
               CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
               PERFORM 0420-PRINT-TERRITORY-HEADING
               PERFORM 0410-PRINT-COUNTRY-HEADING
               PERFORM 0400-PRINT-CITY-HEADING
           END-IF

           MOVE SW-CODE TO WD-CODE
           MOVE SW-NAME TO WD-NAME
           MOVE WS-DETAIL-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           ADD 1 TO WS-CITY-COUNT
           ADD 1 TO WS-COUNTRY-COUNT
           ADD 1 TO WS-TERRITORY-COUNT
           ADD 1 TO WS-GRAND-COUNT.

       0310-START-TERRITORY.
           MOVE SW-TERRITORY TO WS-PREVIOUS-TERRITORY
           MOVE SW-MANAGER TO WS-PREVIOUS-MANAGER
           MOVE ZEROS TO WS-TERRITORY-COUNT
           MOVE 'N' TO WS-FIRST-CITY
           PERFORM 0420-PRINT-TERRITORY-HEADING
           PERFORM 0320-START-COUNTRY.

       0320-START-COUNTRY.
           MOVE SW-COUNTRY TO WS-PREVIOUS-COUNTRY
           MOVE ZEROS TO WS-COUNTRY-COUNT
           PERFORM 0410-PRINT-COUNTRY-HEADING
           PERFORM 0330-START-CITY.

       0330-START-CITY.
           MOVE SW-CITY TO WS-PREVIOUS-CITY
           MOVE ZEROS TO WS-CITY-COUNT
           PERFORM 0400-PRINT-CITY-HEADING.

      * opens the report through REPORT-WRITER, which prints the
      * standard heading on every page; a page holds
      * WS-LINES-PER-PAGE lines below it
       0100-OPEN-REPORT.
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'CITY-CONTROL-BREAK-REPORT' TO RW-PROGRAM-ID
           MOVE 'CUSTOMERS BY TERRITORY AND CITY' TO RW-REPORT-TITLE
           MOVE 'src/city-break-report.txt' TO RW-REPORT-PATH
           MOVE WS-LINES-PER-PAGE TO RW-PAGE-DEPTH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE CITY-BREAK-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * prints the CITY: heading for the city now starting
       0400-PRINT-CITY-HEADING.
           MOVE WS-PREVIOUS-CITY TO WC-CITY
           MOVE WS-CITY-HEAD-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * prints the TERRITORY: heading, naming its manager; the
      * HIGH-VALUES sort key of the unassigned group prints as a word
       0420-PRINT-TERRITORY-HEADING.
           PERFORM 0430-NAME-TERRITORY
           MOVE WT-TERRITORY TO WH-TERRITORY
           MOVE WS-PREVIOUS-MANAGER TO WH-MANAGER
           MOVE WS-TERRITORY-HEAD-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       0430-NAME-TERRITORY.
           IF WS-PREVIOUS-TERRITORY = HIGH-VALUES
               MOVE 'UNASSIGNED' TO WT-TERRITORY
           ELSE
               MOVE WS-PREVIOUS-TERRITORY TO WT-TERRITORY
           END-IF.

      * prints the COUNTRY: heading for the country now starting
       0410-PRINT-COUNTRY-HEADING.
           MOVE WS-PREVIOUS-COUNTRY TO WH-COUNTRY
           MOVE WS-COUNTRY-HEAD-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * prints the subtotal line for the city that just ended
       0500-PRINT-CITY-TOTAL.
           MOVE WS-PREVIOUS-CITY TO WT-CITY
           MOVE WS-CITY-COUNT TO WT-COUNT
           MOVE WS-CITY-TOTAL-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * prints the subtotal line for the country that just ended
       0520-PRINT-COUNTRY-TOTAL.
           MOVE WS-PREVIOUS-COUNTRY TO WT-COUNTRY
           MOVE WS-COUNTRY-COUNT TO WT-COUNTRY-COUNT
           MOVE WS-COUNTRY-TOTAL-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * prints the subtotal line for the territory that just ended
       0540-PRINT-TERRITORY-TOTAL.
           PERFORM 0430-NAME-TERRITORY
           MOVE WS-TERRITORY-COUNT TO WT-TERRITORY-COUNT
           MOVE WS-TERRITORY-TOTAL-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * prints the final grand total across every city
       0600-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO WG-COUNT
           MOVE WS-GRAND-TOTAL-LINE TO CITY-BREAK-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.
