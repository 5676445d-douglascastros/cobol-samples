      ******************************************************************
      * Author:
      * Date:
      * Purpose: household composition and demographics profile, so
      *          "how many households with young children do we have
      *          in each city" stops needing a custom job. Every
      *          active household on the customer master (account
      *          active, head living) is placed in its city and
      *          rolled up to state and country from the city master,
      *          then sorted into country / state / city order the
      *          way CUSTOMER-DENSITY-REPORT sorts the city master.
      *          For each city, state, country and the whole book it
      *          shows households by size band (head plus living
      *          dependents: 1, 2, 3-4, 5+), living dependents by age
      *          band (0-5, 6-12, 13-17, 18+, aged from the birth
      *          date through DATE-UTILS where one is recorded, the
      *          stored age otherwise), the relationship mix and the
      *          nationality mix of the heads. A city not on the city
      *          master is grouped under NOT ON CITY MASTER. The same
      *          figures for every city go to a CSV, one row per
      *          city, measure and category, for marketing to pivot
      *          themselves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-DEMOGRAPHICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CY-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/demographics-sort.tmp'.
           SELECT DEMOGRAPHICS-REPORT-FILE ASSIGN TO
               'src/household-demographics-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMOGRAPHICS-CSV-FILE ASSIGN TO
               'src/household-demographics.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CSV.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD CUSTOMER-MASTER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==MS-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==CUSTOMER-MASTER-REC==
           ==WS-NAME==             BY ==MS-NAME==
           ==WS-AGE==              BY ==MS-AGE==
           ==WS-NATIONALITY==      BY ==MS-NATIONALITY==
           ==WS-CITY-NAME==        BY ==MS-CITY-NAME==
           ==WS-STREET-ADDRESS==   BY ==MS-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==MS-POSTAL-CODE==
           ==WS-PHONE==            BY ==MS-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==MS-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==MS-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==MS-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==MS-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==MS-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==MS-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==MS-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==MS-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==MS-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==MS-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==MS-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==MS-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==MS-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==MS-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==MS-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==MS-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==MS-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==MS-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==MS-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==MS-DEPENDENT==
           ==WS-DEP-IDX==          BY ==MS-DEP-IDX==
           ==WS-DEP-NAME==         BY ==MS-DEP-NAME==
           ==WS-DEP-AGE==          BY ==MS-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==   BY ==MS-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==MS-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==MS-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==MS-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==MS-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==MS-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==MS-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==MS-DEP-IS-ADULT==.

      * CY- prefixed, as in HOUSEHOLD-REPORT, to stay clear of the
      * customer master's MS- names
       FD CITY-MASTER-FILE.
       01 CITY-MASTER-RECORD.
           05 CY-NAME        PIC X(30).
           05 CY-POPULATION  PIC 9(09) COMP-3.
           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

      * one household: where it is, its head's nationality, its size,
      * and the age band and relationship of each living dependent
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-COUNTRY     PIC X(20).
           05 SW-STATE       PIC X(20).
           05 SW-CITY        PIC X(30).
           05 SW-NATIONALITY PIC X(30).
           05 SW-SIZE-BAND   PIC 9(01).
           05 SW-DEP-COUNT   PIC 9(02).
           05 SW-DEP OCCURS 50 TIMES.
               10 SW-DEP-BAND PIC 9(01).
               10 SW-DEP-REL  PIC X(15).

       FD DEMOGRAPHICS-REPORT-FILE.
       01 DEMOGRAPHICS-REPORT-LINE PIC X(100).

       FD DEMOGRAPHICS-CSV-FILE.
       01 DEMOGRAPHICS-CSV-LINE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-CUST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CSV   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC    PIC X(02) VALUE '00'.
       01 WS-MASTER-END      PIC X(01) VALUE 'N'.
       01 WS-SORT-END        PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD    PIC X(01) VALUE 'Y'.
       01 WS-CITY-OPEN       PIC X(01) VALUE 'N'.
       01 WS-BUSINESS-DATE   PIC 9(08) VALUE ZEROS.

       01 WS-BREAK-COUNTRY   PIC X(20) VALUE SPACES.
       01 WS-BREAK-STATE     PIC X(20) VALUE SPACES.
       01 WS-BREAK-CITY      PIC X(30) VALUE SPACES.

       01 WS-DEP-SLOT        PIC 9(02) VALUE ZEROS.
       01 WS-LIVING-DEPS     PIC 9(02) VALUE ZEROS.
       01 WS-MEMBERS         PIC 9(02) VALUE ZEROS.
       01 WS-DEP-AGE-NOW     PIC 9(03) VALUE ZEROS.
       01 WS-HOUSEHOLDS-READ PIC 9(07) VALUE ZEROS.
       01 WS-HOUSEHOLDS-USED PIC 9(07) VALUE ZEROS.

      * band captions, laid out as FILLER and redefined as tables,
      * the same trick the driver uses for its default steps
       01 WS-SIZE-CAPTIONS.
           05 FILLER PIC X(05) VALUE '1    '.
           05 FILLER PIC X(05) VALUE '2    '.
           05 FILLER PIC X(05) VALUE '3-4  '.
           05 FILLER PIC X(05) VALUE '5+   '.
       01 WS-SIZE-CAPTION-TABLE REDEFINES WS-SIZE-CAPTIONS.
           05 WS-SIZE-CAPTION PIC X(05) OCCURS 4 TIMES.
       01 WS-AGE-CAPTIONS.
           05 FILLER PIC X(05) VALUE '0-5  '.
           05 FILLER PIC X(05) VALUE '6-12 '.
           05 FILLER PIC X(05) VALUE '13-17'.
           05 FILLER PIC X(05) VALUE '18+  '.
       01 WS-AGE-CAPTION-TABLE REDEFINES WS-AGE-CAPTIONS.
           05 WS-AGE-CAPTION PIC X(05) OCCURS 4 TIMES.

      * the running totals at each level of the roll-up: 1 city,
      * 2 state, 3 country, 4 the whole book. A household is added to
      * all four at once and each level is printed and cleared at its
      * own break. Past twenty distinct relationships or nationalities
      * the last slot collects the rest as OTHER.
       01 WS-LEVEL-TOTALS.
           05 WS-LEVEL OCCURS 4 TIMES.
               10 WS-LV-HOUSEHOLDS PIC 9(07).
               10 WS-LV-DEPENDENTS PIC 9(07).
               10 WS-LV-SIZE       PIC 9(07) OCCURS 4 TIMES.
               10 WS-LV-AGE        PIC 9(07) OCCURS 4 TIMES.
               10 WS-LV-REL-USED   PIC 9(02).
               10 WS-LV-REL OCCURS 20 TIMES.
                   15 WS-LV-REL-NAME  PIC X(15).
                   15 WS-LV-REL-COUNT PIC 9(07).
               10 WS-LV-NAT-USED   PIC 9(02).
               10 WS-LV-NAT OCCURS 20 TIMES.
                   15 WS-LV-NAT-NAME  PIC X(30).
                   15 WS-LV-NAT-COUNT PIC 9(07).
       01 WS-LV-IDX     PIC 9(01) VALUE ZEROS.
       01 WS-BAND-IDX   PIC 9(01) VALUE ZEROS.
       01 WS-MIX-IDX    PIC 9(02) VALUE ZEROS.
       01 WS-MIX-FOUND  PIC 9(02) VALUE ZEROS.
       01 WS-MIX-KEY    PIC X(30) VALUE SPACES.

      * the level being printed and its caption
       01 WS-PRINT-LEVEL   PIC 9(01) VALUE ZEROS.
       01 WS-LEVEL-CAPTION PIC X(60) VALUE SPACES.

       01 WS-COUNT-EDIT    PIC ZZZZZZ9.

      * one CSV row: city, measure, category, count
       01 WS-CSV-MEASURE  PIC X(15) VALUE SPACES.
       01 WS-CSV-CATEGORY PIC X(30) VALUE SPACES.
       01 WS-CSV-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-CSV-ROWS     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CITY-MASTER-FILE
           IF WS-FS-STATUS-CITY = '00'
               MOVE 'Y' TO WS-CITY-OPEN
           ELSE
               DISPLAY 'CITY MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CITY
                   ' -- EVERY CITY GROUPED AS NOT ON CITY MASTER'
           END-IF
           INITIALIZE WS-LEVEL-TOTALS
           OPEN OUTPUT DEMOGRAPHICS-REPORT-FILE
           OPEN OUTPUT DEMOGRAPHICS-CSV-FILE
           MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
           STRING 'HOUSEHOLD COMPOSITION AND DEMOGRAPHICS BY CITY  '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           MOVE 'COUNTRY,STATE,CITY,MEASURE,CATEGORY,COUNT' TO
               DEMOGRAPHICS-CSV-LINE
           WRITE DEMOGRAPHICS-CSV-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COUNTRY SW-STATE SW-CITY
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT

           MOVE 4 TO WS-PRINT-LEVEL
           MOVE 'ALL ACTIVE HOUSEHOLDS' TO WS-LEVEL-CAPTION
           PERFORM 2500-PRINT-LEVEL
           CLOSE DEMOGRAPHICS-REPORT-FILE
           CLOSE DEMOGRAPHICS-CSV-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CITY-OPEN = 'Y'
               CLOSE CITY-MASTER-FILE
           END-IF
           DISPLAY 'Households read:        ' WS-HOUSEHOLDS-READ
           DISPLAY 'Active households:      ' WS-HOUSEHOLDS-USED
           DISPLAY 'CSV rows written:       ' WS-CSV-ROWS
           STOP RUN.

       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-LOAD-SORT-FILE.
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       ADD 1 TO WS-HOUSEHOLDS-READ
                       IF MS-ACCOUNT-ACTIVE
                               AND NOT MS-HEAD-IS-DECEASED
                           PERFORM 1100-RELEASE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM.

       1100-RELEASE-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLDS-USED
           INITIALIZE SORT-WORK-REC
           MOVE MS-CITY-NAME TO SW-CITY
           MOVE MS-NATIONALITY TO SW-NATIONALITY
           MOVE 'NOT ON CITY MASTER' TO SW-COUNTRY
           MOVE 'NOT ON CITY MASTER' TO SW-STATE
           IF WS-CITY-OPEN = 'Y'
               MOVE MS-CITY-NAME TO CY-NAME
               READ CITY-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CY-COUNTRY TO SW-COUNTRY
                       MOVE CY-STATE TO SW-STATE
               END-READ
           END-IF
           MOVE ZEROS TO WS-LIVING-DEPS
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > MS-DEPENDENT-COUNT
               IF NOT MS-DEP-IS-DECEASED (WS-DEP-SLOT)
                   ADD 1 TO WS-LIVING-DEPS
                   PERFORM 1200-BAND-ONE-DEPENDENT
               END-IF
           END-PERFORM
           MOVE WS-LIVING-DEPS TO SW-DEP-COUNT
           ADD 1 WS-LIVING-DEPS GIVING WS-MEMBERS
           EVALUATE TRUE
               WHEN WS-MEMBERS = 1
                   MOVE 1 TO SW-SIZE-BAND
               WHEN WS-MEMBERS = 2
                   MOVE 2 TO SW-SIZE-BAND
               WHEN WS-MEMBERS < 5
                   MOVE 3 TO SW-SIZE-BAND
               WHEN OTHER
                   MOVE 4 TO SW-SIZE-BAND
           END-EVALUATE
           RELEASE SORT-WORK-REC.

      * the dependent's age today from the birth date where one is
      * recorded, the stored age otherwise
       1200-BAND-ONE-DEPENDENT.
           IF MS-DEP-BIRTH-DATE (WS-DEP-SLOT) IS NUMERIC
                   AND MS-DEP-BIRTH-DATE (WS-DEP-SLOT) NOT = ZEROS
               MOVE 'AGE' TO DU-FUNCTION
               MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-AGE-YEARS TO WS-DEP-AGE-NOW
           ELSE
               MOVE MS-DEP-AGE (WS-DEP-SLOT) TO WS-DEP-AGE-NOW
           END-IF
           EVALUATE TRUE
               WHEN WS-DEP-AGE-NOW < 6
                   MOVE 1 TO SW-DEP-BAND (WS-LIVING-DEPS)
               WHEN WS-DEP-AGE-NOW < 13
                   MOVE 2 TO SW-DEP-BAND (WS-LIVING-DEPS)
               WHEN WS-DEP-AGE-NOW < 18
                   MOVE 3 TO SW-DEP-BAND (WS-LIVING-DEPS)
               WHEN OTHER
                   MOVE 4 TO SW-DEP-BAND (WS-LIVING-DEPS)
           END-EVALUATE
           MOVE MS-DEP-RELATIONSHIP (WS-DEP-SLOT) TO
               SW-DEP-REL (WS-LIVING-DEPS).

       2000-PRINT-REPORT.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-BREAK
                       PERFORM 2200-ADD-HOUSEHOLD
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2310-PRINT-CITY
               PERFORM 2320-PRINT-STATE
               PERFORM 2330-PRINT-COUNTRY
           END-IF.

       2100-CHECK-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN SW-COUNTRY NOT = WS-BREAK-COUNTRY
                       PERFORM 2310-PRINT-CITY
                       PERFORM 2320-PRINT-STATE
                       PERFORM 2330-PRINT-COUNTRY
                   WHEN SW-STATE NOT = WS-BREAK-STATE
                       PERFORM 2310-PRINT-CITY
                       PERFORM 2320-PRINT-STATE
                   WHEN SW-CITY NOT = WS-BREAK-CITY
                       PERFORM 2310-PRINT-CITY
               END-EVALUATE
           END-IF
           MOVE SW-COUNTRY TO WS-BREAK-COUNTRY
           MOVE SW-STATE TO WS-BREAK-STATE
           MOVE SW-CITY TO WS-BREAK-CITY.

      * one household into every level of the roll-up
       2200-ADD-HOUSEHOLD.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1 UNTIL WS-LV-IDX > 4
               ADD 1 TO WS-LV-HOUSEHOLDS (WS-LV-IDX)
               ADD SW-DEP-COUNT TO WS-LV-DEPENDENTS (WS-LV-IDX)
               ADD 1 TO WS-LV-SIZE (WS-LV-IDX SW-SIZE-BAND)
               MOVE SW-NATIONALITY TO WS-MIX-KEY
               PERFORM 2220-COUNT-NATIONALITY
               PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                       UNTIL WS-DEP-SLOT > SW-DEP-COUNT
                   MOVE SW-DEP-BAND (WS-DEP-SLOT) TO WS-BAND-IDX
                   ADD 1 TO WS-LV-AGE (WS-LV-IDX WS-BAND-IDX)
                   MOVE SW-DEP-REL (WS-DEP-SLOT) TO WS-MIX-KEY
                   PERFORM 2210-COUNT-RELATIONSHIP
               END-PERFORM
           END-PERFORM.

       2210-COUNT-RELATIONSHIP.
           IF WS-MIX-KEY = SPACES
               MOVE 'NOT RECORDED' TO WS-MIX-KEY
           END-IF
           MOVE ZEROS TO WS-MIX-FOUND
           MOVE ZEROS TO WS-MIX-IDX
           PERFORM UNTIL WS-MIX-IDX = WS-LV-REL-USED (WS-LV-IDX)
                   OR WS-MIX-FOUND > ZEROS
               ADD 1 TO WS-MIX-IDX
               IF WS-LV-REL-NAME (WS-LV-IDX WS-MIX-IDX) = WS-MIX-KEY
                   MOVE WS-MIX-IDX TO WS-MIX-FOUND
               END-IF
           END-PERFORM
           IF WS-MIX-FOUND = ZEROS
               IF WS-LV-REL-USED (WS-LV-IDX) < 20
                   ADD 1 TO WS-LV-REL-USED (WS-LV-IDX)
                   MOVE WS-LV-REL-USED (WS-LV-IDX) TO WS-MIX-FOUND
                   IF WS-MIX-FOUND = 20
                       MOVE 'OTHER' TO WS-MIX-KEY
                   END-IF
                   MOVE WS-MIX-KEY TO
                       WS-LV-REL-NAME (WS-LV-IDX WS-MIX-FOUND)
               ELSE
                   MOVE 20 TO WS-MIX-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-LV-REL-COUNT (WS-LV-IDX WS-MIX-FOUND).

       2220-COUNT-NATIONALITY.
           IF WS-MIX-KEY = SPACES
               MOVE 'NOT RECORDED' TO WS-MIX-KEY
           END-IF
           MOVE ZEROS TO WS-MIX-FOUND
           MOVE ZEROS TO WS-MIX-IDX
           PERFORM UNTIL WS-MIX-IDX = WS-LV-NAT-USED (WS-LV-IDX)
                   OR WS-MIX-FOUND > ZEROS
               ADD 1 TO WS-MIX-IDX
               IF WS-LV-NAT-NAME (WS-LV-IDX WS-MIX-IDX) = WS-MIX-KEY
                   MOVE WS-MIX-IDX TO WS-MIX-FOUND
               END-IF
           END-PERFORM
           IF WS-MIX-FOUND = ZEROS
               IF WS-LV-NAT-USED (WS-LV-IDX) < 20
                   ADD 1 TO WS-LV-NAT-USED (WS-LV-IDX)
                   MOVE WS-LV-NAT-USED (WS-LV-IDX) TO WS-MIX-FOUND
                   IF WS-MIX-FOUND = 20
                       MOVE 'OTHER' TO WS-MIX-KEY
                   END-IF
                   MOVE WS-MIX-KEY TO
                       WS-LV-NAT-NAME (WS-LV-IDX WS-MIX-FOUND)
               ELSE
                   MOVE 20 TO WS-MIX-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-LV-NAT-COUNT (WS-LV-IDX WS-MIX-FOUND).

      * a city's block also goes to the CSV; states and countries
      * are left for the pivot to add up
       2310-PRINT-CITY.
           MOVE 1 TO WS-PRINT-LEVEL
           MOVE SPACES TO WS-LEVEL-CAPTION
           STRING 'CITY     ' WS-BREAK-CITY
               DELIMITED BY SIZE INTO WS-LEVEL-CAPTION
           PERFORM 2600-WRITE-CITY-CSV
           PERFORM 2500-PRINT-LEVEL.

       2320-PRINT-STATE.
           MOVE 2 TO WS-PRINT-LEVEL
           MOVE SPACES TO WS-LEVEL-CAPTION
           STRING 'STATE    ' WS-BREAK-STATE
               DELIMITED BY SIZE INTO WS-LEVEL-CAPTION
           PERFORM 2500-PRINT-LEVEL.

       2330-PRINT-COUNTRY.
           MOVE 3 TO WS-PRINT-LEVEL
           MOVE SPACES TO WS-LEVEL-CAPTION
           STRING 'COUNTRY  ' WS-BREAK-COUNTRY
               DELIMITED BY SIZE INTO WS-LEVEL-CAPTION
           PERFORM 2500-PRINT-LEVEL.

      * one level's block, then that level is cleared for the next
      * group
       2500-PRINT-LEVEL.
           MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           MOVE WS-LV-HOUSEHOLDS (WS-PRINT-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
           STRING WS-LEVEL-CAPTION '  HOUSEHOLDS ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           MOVE '    HOUSEHOLD SIZE' TO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-LV-SIZE (WS-PRINT-LEVEL WS-BAND-IDX) TO
                   WS-COUNT-EDIT
               MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
               STRING '      ' WS-SIZE-CAPTION (WS-BAND-IDX)
                   '            ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
               WRITE DEMOGRAPHICS-REPORT-LINE
           END-PERFORM
           MOVE WS-LV-DEPENDENTS (WS-PRINT-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
           STRING '    DEPENDENTS BY AGE  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-LV-AGE (WS-PRINT-LEVEL WS-BAND-IDX) TO
                   WS-COUNT-EDIT
               MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
               STRING '      ' WS-AGE-CAPTION (WS-BAND-IDX)
                   '            ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
               WRITE DEMOGRAPHICS-REPORT-LINE
           END-PERFORM
           MOVE '    RELATIONSHIPS' TO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-LV-REL-USED (WS-PRINT-LEVEL)
               MOVE WS-LV-REL-COUNT (WS-PRINT-LEVEL WS-MIX-IDX) TO
                   WS-COUNT-EDIT
               MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
               STRING '      '
                   WS-LV-REL-NAME (WS-PRINT-LEVEL WS-MIX-IDX)
                   '  ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
               WRITE DEMOGRAPHICS-REPORT-LINE
           END-PERFORM
           MOVE '    NATIONALITIES' TO DEMOGRAPHICS-REPORT-LINE
           WRITE DEMOGRAPHICS-REPORT-LINE
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-LV-NAT-USED (WS-PRINT-LEVEL)
               MOVE WS-LV-NAT-COUNT (WS-PRINT-LEVEL WS-MIX-IDX) TO
                   WS-COUNT-EDIT
               MOVE SPACES TO DEMOGRAPHICS-REPORT-LINE
               STRING '      '
                   WS-LV-NAT-NAME (WS-PRINT-LEVEL WS-MIX-IDX)
                   '  ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO DEMOGRAPHICS-REPORT-LINE
               WRITE DEMOGRAPHICS-REPORT-LINE
           END-PERFORM
           INITIALIZE WS-LEVEL (WS-PRINT-LEVEL).

      * long format -- one row per city, measure and category -- so
      * any pivot tool can cross it however marketing likes; text
      * fields are quoted the way WRITE-FILES quotes its export
       2600-WRITE-CITY-CSV.
           MOVE 'HOUSEHOLDS' TO WS-CSV-MEASURE
           MOVE 'ALL' TO WS-CSV-CATEGORY
           MOVE WS-LV-HOUSEHOLDS (1) TO WS-CSV-COUNT
           PERFORM 2650-WRITE-CSV-ROW
           MOVE 'HOUSEHOLD SIZE' TO WS-CSV-MEASURE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-SIZE-CAPTION (WS-BAND-IDX) TO WS-CSV-CATEGORY
               MOVE WS-LV-SIZE (1 WS-BAND-IDX) TO WS-CSV-COUNT
               PERFORM 2650-WRITE-CSV-ROW
           END-PERFORM
           MOVE 'DEPENDENT AGE' TO WS-CSV-MEASURE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-AGE-CAPTION (WS-BAND-IDX) TO WS-CSV-CATEGORY
               MOVE WS-LV-AGE (1 WS-BAND-IDX) TO WS-CSV-COUNT
               PERFORM 2650-WRITE-CSV-ROW
           END-PERFORM
           MOVE 'RELATIONSHIP' TO WS-CSV-MEASURE
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-LV-REL-USED (1)
               MOVE WS-LV-REL-NAME (1 WS-MIX-IDX) TO WS-CSV-CATEGORY
               MOVE WS-LV-REL-COUNT (1 WS-MIX-IDX) TO WS-CSV-COUNT
               PERFORM 2650-WRITE-CSV-ROW
           END-PERFORM
           MOVE 'NATIONALITY' TO WS-CSV-MEASURE
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-LV-NAT-USED (1)
               MOVE WS-LV-NAT-NAME (1 WS-MIX-IDX) TO WS-CSV-CATEGORY
               MOVE WS-LV-NAT-COUNT (1 WS-MIX-IDX) TO WS-CSV-COUNT
               PERFORM 2650-WRITE-CSV-ROW
           END-PERFORM.

       2650-WRITE-CSV-ROW.
           MOVE SPACES TO DEMOGRAPHICS-CSV-LINE
           STRING '"' WS-BREAK-COUNTRY '","' WS-BREAK-STATE '","'
               WS-BREAK-CITY '","' WS-CSV-MEASURE '","'
               WS-CSV-CATEGORY '",' WS-CSV-COUNT
               DELIMITED BY SIZE INTO DEMOGRAPHICS-CSV-LINE
           WRITE DEMOGRAPHICS-CSV-LINE
           IF WS-FS-STATUS-CSV = '00'
               ADD 1 TO WS-CSV-ROWS
           ELSE
               DISPLAY 'ERROR WRITING DEMOGRAPHICS CSV, STATUS: '
                   WS-FS-STATUS-CSV ' FOR CITY: ' WS-BREAK-CITY
           END-IF.
