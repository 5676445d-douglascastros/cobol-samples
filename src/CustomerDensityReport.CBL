      *          customers-per-100,000-population density figure,
      *          with country subtotals -- the sheet marketing used
      *          to compute by hand from two printouts when picking
      *          expansion cities. Register counts come from the
      *          per-city counts REGISTER-FAN-OUT cuts in its single
      *          pass over the register, then the master is sorted
      *          into country order the way CITY-POPULATION-REPORT
      *          sorts it. Countries roll up under the sales
      *          territory each city belongs to (TERRITORY-LOOKUP),
      *          with territory subtotals; cities in no territory are
      *          listed last as UNASSIGNED rather than dropped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DENSITY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one line per distinct register city, and the control record
      * that proves the counts are tonight's
           SELECT CITY-COUNT-FILE ASSIGN TO
               'src/register-city-counts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-COUNTS.
           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/density-sort.tmp'.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * shared run-statistics history, one appended record per run
           SELECT RUN-STATS-FILE ASSIGN TO 'src/run-statistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       FD FANOUT-CONTROL-FILE.
       COPY 'src/DATA-REGISTER-FANOUT.CPY'.

       FD CITY-COUNT-FILE.
       01 CITY-COUNT-REC.
           05 CC-CITY     PIC X(30).
           05 CC-COMMA    PIC X(01).
           05 CC-COUNT    PIC 9(07).

       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

      * an unassigned city sorts under HIGH-VALUES so it prints after
      * every territory
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-TERRITORY  PIC X(06).
           05 SW-MANAGER    PIC X(20).
           05 SW-COUNTRY    PIC X(20).
           05 SW-NAME       PIC X(30).
           05 SW-POPULATION PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-COUNTS PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FCTL   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER PIC X(02) VALUE '00'.
       01 WS-COUNTS-END       PIC X(01) VALUE 'N'.
       01 WS-SORT-END         PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD     PIC X(01) VALUE 'Y'.
       01 WS-BREAK-COUNTRY    PIC X(20) VALUE SPACES.
       01 WS-BREAK-TERRITORY  PIC X(06) VALUE SPACES.
       01 WS-BREAK-MANAGER    PIC X(20) VALUE SPACES.

      * request area for the shared TERRITORY-LOOKUP subprogram, and
      * the cities it could not place
       COPY 'src/DATA-TERRITORY.CPY'.
       01 WS-UNASSIGNED-COUNT PIC 9(07) VALUE ZEROS.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-FANOUT-CURRENT   PIC X(01) VALUE 'N'.

      * register counts per city, loaded from the fan-out's count
      * file before the master drives the report
       01 WS-CITY-COUNT-MAX   PIC 9(03) VALUE 500.
       01 WS-CITY-COUNT-USED  PIC 9(03) VALUE ZEROS.
       01 WS-CITY-COUNT-TABLE.
               10 WS-CC-CITY  PIC X(30).
               10 WS-CC-COUNT PIC 9(07).
       01 WS-CC-IDX       PIC 9(03) VALUE ZEROS.
       01 WS-CITY-REGS    PIC 9(07) VALUE ZEROS.
       01 WS-COUNTS-READ  PIC 9(07) VALUE ZEROS.
       01 WS-DETAIL-COUNT PIC 9(07) VALUE ZEROS.

      * run-statistics timing
       01 WS-FS-STATUS-STATS  PIC X(02) VALUE '00'.
       01 WS-STATS-START-TIME.
           05 WS-STATS-START-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-END-TIME.
           05 WS-STATS-END-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-START-SECS PIC 9(07) VALUE ZEROS.
       01 WS-STATS-END-SECS   PIC 9(07) VALUE ZEROS.
       01 WS-STATS-ELAPSED    PIC 9(07) VALUE ZEROS.

       01 WS-DENSITY          PIC 9(07)V99 VALUE ZEROS.
       01 WS-COUNTRY-POP      PIC 9(11) VALUE ZEROS.
       01 WS-COUNTRY-REGS     PIC 9(09) VALUE ZEROS.
       01 WS-TERRITORY-POP    PIC 9(11) VALUE ZEROS.
       01 WS-TERRITORY-REGS   PIC 9(09) VALUE ZEROS.
       01 WS-GRAND-POP        PIC 9(11) VALUE ZEROS.
       01 WS-GRAND-REGS       PIC 9(09) VALUE ZEROS.

       01 WS-TERRITORY-LINE.
           05 FILLER     PIC X(11) VALUE 'TERRITORY: '.
           05 WT-TERRITORY PIC X(12).
           05 FILLER     PIC X(10) VALUE 'MANAGER: '.
           05 WT-MANAGER PIC X(20).

       01 WS-COUNTRY-LINE.
           05 FILLER     PIC X(09) VALUE 'COUNTRY: '.
           05 WC-COUNTRY PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-SUB-REGS  PIC ZZZZZZ9.

       01 WS-TERRITORY-TOTAL-LINE.
           05 FILLER       PIC X(16) VALUE 'TERRITORY TOTAL '.
           05 WS-TT-TERRITORY PIC X(10).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WS-TT-POP    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-TT-REGS   PIC ZZZZZZ9.

       01 WS-GRAND-LINE.
           05 FILLER       PIC X(12) VALUE 'GRAND TOTAL:'.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-GR-REGS   PIC ZZZZZZ9.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 DENSITY-REPORT-LINE PIC X(100).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(32) VALUE 'CITY'.
           05 FILLER       PIC X(13) VALUE ' POPULATION'.
           05 FILLER       PIC X(09) VALUE 'REGISTERS'.
           05 FILLER       PIC X(16) VALUE '    DENSITY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-CHECK-FANOUT
           IF WS-FANOUT-CURRENT = 'N'
               DISPLAY 'REGISTER FAN-OUT HAS NOT COMPLETED FOR '
                   WS-BUSINESS-DATE ' -- CITY COUNTS NOT TRUSTED, '
                   'NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-CITY-COUNTS
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'CUSTOMER-DENSITY-REPORT' TO RW-PROGRAM-ID
           MOVE 'REGISTERS PER 100,000 BY CITY' TO RW-REPORT-TITLE
           MOVE 'src/customer-density-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERRITORY SW-COUNTRY SW-NAME
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT
           MOVE WS-GRAND-POP TO WS-GR-POP
           MOVE WS-GRAND-REGS TO WS-GR-REGS
           MOVE SPACES TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-GRAND-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'CITIES LISTED' TO RW-COUNT-LABEL (1)
           MOVE WS-DETAIL-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'REGISTERS COUNTED' TO RW-COUNT-LABEL (2)
           MOVE WS-GRAND-REGS TO RW-COUNT-VALUE (2)
           MOVE 'IN NO SALES TERRITORY' TO RW-COUNT-LABEL (3)
           MOVE WS-UNASSIGNED-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF WS-UNASSIGNED-COUNT > ZEROS
               DISPLAY 'CITIES IN NO SALES TERRITORY: '
                   WS-UNASSIGNED-COUNT
           END-IF
           PERFORM 0950-WRITE-RUN-STATS
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
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

      * the counts are trusted only when REGISTER-FAN-OUT's control
      * record says tonight's pass over the register finished
       0060-CHECK-FANOUT.
           MOVE 'N' TO WS-FANOUT-CURRENT
           OPEN INPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FANOUT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-FANOUT-CURRENT
                   END-IF
           END-READ
           CLOSE FANOUT-CONTROL-FILE.

      * the register's count per distinct city, already totalled by
      * the fan-out; a city beyond the table is reported rather than
      * silently dropped
       0100-LOAD-CITY-COUNTS.
           OPEN INPUT CITY-COUNT-FILE
           IF WS-FS-STATUS-COUNTS NOT = '00'
               DISPLAY 'CITY COUNTS NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-COUNTS ' -- COUNTS WILL BE ZERO'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COUNTS-END = 'S'
               READ CITY-COUNT-FILE
                   AT END
                       MOVE 'S' TO WS-COUNTS-END
                   NOT AT END
                       ADD 1 TO WS-COUNTS-READ
                       PERFORM 0150-LOAD-ONE-COUNT
               END-READ
           END-PERFORM
           CLOSE CITY-COUNT-FILE.

       0150-LOAD-ONE-COUNT.
           IF WS-CITY-COUNT-USED >= WS-CITY-COUNT-MAX
               DISPLAY 'CITY COUNT TABLE FULL -- REGISTERS FOR '
                   CC-CITY ' NOT COUNTED'
           ELSE
               ADD 1 TO WS-CITY-COUNT-USED
               MOVE CC-CITY TO WS-CC-CITY (WS-CITY-COUNT-USED)
               MOVE CC-COUNT TO WS-CC-COUNT (WS-CITY-COUNT-USED)
           END-IF.

       1000-LOAD-SORT-FILE.
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 1100-ASSIGN-TERRITORY
                       MOVE MS-COUNTRY    TO SW-COUNTRY
                       MOVE MS-NAME       TO SW-NAME
                       MOVE MS-POPULATION TO SW-POPULATION
           END-IF
           MOVE 'N' TO WS-SORT-END.

      * places the master city in its sales territory; a city the
      * territory master does not cover still goes to the report
       1100-ASSIGN-TERRITORY.
           MOVE MS-NAME TO TR-CITY-NAME
           MOVE MS-STATE TO TR-STATE
           CALL 'TERRITORY-LOOKUP' USING TERRITORY-REQUEST
           IF TR-FOUND = 'Y'
               MOVE TR-TERRITORY TO SW-TERRITORY
               MOVE TR-MANAGER TO SW-MANAGER
           ELSE
               MOVE HIGH-VALUES TO SW-TERRITORY
               MOVE SPACES TO SW-MANAGER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

       2000-PRINT-REPORT.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2300-PRINT-SUBTOTAL
               PERFORM 2500-PRINT-TERRITORY-TOTAL
           END-IF.

      * a territory change closes the country and the territory
      * before either heading restarts; a country change inside one
      * territory closes the country alone
       2100-CHECK-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               MOVE SW-TERRITORY TO WS-BREAK-TERRITORY
               MOVE SW-MANAGER TO WS-BREAK-MANAGER
               MOVE SW-COUNTRY TO WS-BREAK-COUNTRY
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM 2600-PRINT-TERRITORY-HEADER
               PERFORM 2400-PRINT-COUNTRY-HEADER
               EXIT PARAGRAPH
           END-IF
           IF SW-TERRITORY NOT = WS-BREAK-TERRITORY
               PERFORM 2300-PRINT-SUBTOTAL
               PERFORM 2500-PRINT-TERRITORY-TOTAL
               MOVE SW-TERRITORY TO WS-BREAK-TERRITORY
               MOVE SW-MANAGER TO WS-BREAK-MANAGER
               MOVE SW-COUNTRY TO WS-BREAK-COUNTRY
               MOVE ZEROS TO WS-COUNTRY-POP
               MOVE ZEROS TO WS-COUNTRY-REGS
               MOVE ZEROS TO WS-TERRITORY-POP
               MOVE ZEROS TO WS-TERRITORY-REGS
               PERFORM 2600-PRINT-TERRITORY-HEADER
               PERFORM 2400-PRINT-COUNTRY-HEADER
           ELSE
               IF SW-COUNTRY NOT = WS-BREAK-COUNTRY
                   WS-CITY-REGS * 100000 / SW-POPULATION
           END-IF
           MOVE WS-DENSITY TO WD-DENSITY
           MOVE WS-DETAIL-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD 1 TO WS-DETAIL-COUNT
           ADD SW-POPULATION TO WS-COUNTRY-POP WS-TERRITORY-POP
               WS-GRAND-POP
           ADD WS-CITY-REGS  TO WS-COUNTRY-REGS WS-TERRITORY-REGS
               WS-GRAND-REGS.

       2250-FIND-REGISTER-COUNT.
           MOVE ZEROS TO WS-CITY-REGS
       2300-PRINT-SUBTOTAL.
           MOVE WS-COUNTRY-POP  TO WS-SUB-POP
           MOVE WS-COUNTRY-REGS TO WS-SUB-REGS
           MOVE WS-SUBTOTAL-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

       2400-PRINT-COUNTRY-HEADER.
           MOVE WS-BREAK-COUNTRY TO WC-COUNTRY
           MOVE WS-COUNTRY-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

       2500-PRINT-TERRITORY-TOTAL.
           PERFORM 2700-NAME-TERRITORY
           MOVE WT-TERRITORY      TO WS-TT-TERRITORY
           MOVE WS-TERRITORY-POP  TO WS-TT-POP
           MOVE WS-TERRITORY-REGS TO WS-TT-REGS
           MOVE WS-TERRITORY-TOTAL-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

       2600-PRINT-TERRITORY-HEADER.
           PERFORM 2700-NAME-TERRITORY
           MOVE WS-BREAK-MANAGER TO WT-MANAGER
           MOVE WS-TERRITORY-LINE TO DENSITY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * the HIGH-VALUES sort key of the unassigned group prints as a
      * word, not as the key
       2700-NAME-TERRITORY.
           IF WS-BREAK-TERRITORY = HIGH-VALUES
               MOVE 'UNASSIGNED' TO WT-TERRITORY
           ELSE
               MOVE WS-BREAK-TERRITORY TO WT-TERRITORY
           END-IF.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE DENSITY-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * appends this run's statistics record: city counts read,
      * master cities printed, and cities in no sales territory
       0950-WRITE-RUN-STATS.
           ACCEPT WS-STATS-END-TIME FROM TIME
           COMPUTE WS-STATS-START-SECS =
               WS-STATS-START-HH * 3600 +
               WS-STATS-START-MM * 60 + WS-STATS-START-SS
           COMPUTE WS-STATS-END-SECS =
               WS-STATS-END-HH * 3600 +
               WS-STATS-END-MM * 60 + WS-STATS-END-SS
           IF WS-STATS-END-SECS < WS-STATS-START-SECS
               ADD 86400 TO WS-STATS-END-SECS
           END-IF
           SUBTRACT WS-STATS-START-SECS FROM WS-STATS-END-SECS
               GIVING WS-STATS-ELAPSED
           OPEN EXTEND RUN-STATS-FILE
           IF WS-FS-STATUS-STATS = '35'
               OPEN OUTPUT RUN-STATS-FILE
           END-IF
           IF WS-FS-STATUS-STATS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-STATS-FILE, STATUS: '
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE 'CUSTOMER-DENSITY-REPORT' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-COUNTS-READ TO RS-RECORDS-READ
               MOVE WS-DETAIL-COUNT TO RS-RECORDS-WRITTEN
               MOVE ZEROS TO RS-EXCEPTION-COUNT
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE WS-UNASSIGNED-COUNT TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
