      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly data-quality scorecard over the customer
      *          master -- how much of the address block, contact
      *          fields and dependent detail is actually filled in,
      *          and how much of what is filled in is right. Every
      *          active household is scored on completeness (street
      *          address, postal code and phone over households;
      *          birth date -- zeros mean not captured -- and
      *          relationship over living dependents) and validity
      *          (postal code format over the codes captured, postal
      *          code in the household's city on the range master
      *          over the well-formed codes, nationality naming a
      *          country on the geo reference over the nationalities
      *          recorded, stored dependent age agreeing with the
      *          birth date over the birth dates captured). The
      *          scores print for the whole book, by city, and by
      *          the clerk who last touched the household -- the
      *          latest change for it on the audit trail, live or
      *          archived. Each month's book-wide scores are kept on
      *          a history file, a rerun in the month replacing that
      *          month's line, and the last twelve months print as
      *          the trend. Run monthly from the batch schedule; it
      *          is not one of the night's default steps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-QUALITY-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT GEO-REFERENCE-FILE ASSIGN TO 'src/geo-reference.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GR-KEY
           FILE STATUS IS WS-FS-STATUS-GEO.

      * the live audit trail, then every cataloged archive of it,
      * each opened in turn under the same name
           SELECT AUDIT-TRAIL-FILE ASSIGN TO
               DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUDIT.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO
               'src/archive-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/quality-scorecard-sort.tmp'.

      * one line per month scored: the book-wide counts behind each
      * percentage, so the trend can be reprinted exactly
           SELECT QUALITY-HISTORY-FILE ASSIGN TO
               'src/customer-quality-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HIST.

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

      * GR-GEO-TYPE is 'S' for a state, 'C' for a country
       FD GEO-REFERENCE-FILE.
       01 GEO-REFERENCE-REC.
           05 GR-KEY.
               10 GR-GEO-TYPE PIC X(01).
               10 GR-NAME     PIC X(20).

       FD AUDIT-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY'.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-REC.
           05 AC-FILE-ID   PIC X(04).
           05 AC-COMMA-1   PIC X(01).
           05 AC-PATH      PIC X(60).
           05 AC-COMMA-2   PIC X(01).
           05 AC-CUT-DATE  PIC 9(08).
           05 AC-COMMA-3   PIC X(01).
           05 AC-COUNT     PIC 9(07).
           05 AC-COMMA-4   PIC X(01).
           05 AC-LOW-DATE  PIC 9(08).
           05 AC-COMMA-5   PIC X(01).
           05 AC-HIGH-DATE PIC 9(08).

      * one change to one household off the trail, sorted so each
      * household's changes arrive oldest first and its last one
      * names the clerk
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-CUSTOMER-NUMBER PIC X(06).
           05 SW-RUN-DATE        PIC 9(08).
           05 SW-RUN-TIME        PIC 9(08).
           05 SW-USER-ID         PIC X(08).

       FD QUALITY-HISTORY-FILE.
       01 QUALITY-HISTORY-REC.
           05 QH-MONTH       PIC 9(06).
           05 QH-COMMA-1     PIC X(01).
           05 QH-RUN-DATE    PIC 9(08).
           05 QH-COMMA-2     PIC X(01).
           05 QH-HOUSEHOLDS  PIC 9(07).
           05 QH-MEASURE OCCURS 9 TIMES.
               10 QH-COMMA-3 PIC X(01).
               10 QH-PASSED  PIC 9(07).
               10 QH-COMMA-4 PIC X(01).
               10 QH-TESTED  PIC 9(07).

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 SCORECARD-REPORT-LINE PIC X(132).

       COPY 'src/DATA-DATE-UTILS.CPY'.
       COPY 'src/DATA-POSTAL-RANGE.CPY'.

       01 WS-FS-STATUS-CUST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-GEO     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUDIT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HIST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-MASTER-END        PIC X(01) VALUE 'N'.
       01 WS-TRAIL-END         PIC X(01) VALUE 'N'.
       01 WS-CATALOG-END       PIC X(01) VALUE 'N'.
       01 WS-HISTORY-END       PIC X(01) VALUE 'N'.
       01 WS-GEO-OPEN          PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE  PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-MONTH    PIC 9(06) VALUE ZEROS.
       01 WS-AUDIT-PATH        PIC X(60) VALUE 'src/audit-trail.txt'.

      * the programs whose audit entries change a household, and
      * where each puts the customer number in its action field
       01 WS-TOUCH-CUSTOMER    PIC X(06) VALUE SPACES.
       01 WS-FAILED-TALLY      PIC 9(03) VALUE ZEROS.
       01 WS-TRAIL-ENTRIES     PIC 9(07) VALUE ZEROS.
       01 WS-TOUCHES-SORTED    PIC 9(07) VALUE ZEROS.

      * the balanced-line match of sorted changes against the master:
      * the change side runs on the customer number as text, and goes
      * to HIGH-VALUES when the changes run out
       01 WS-SORT-END          PIC X(01) VALUE 'N'.
       01 WS-CHANGE-KEY        PIC X(06) VALUE SPACES.
       01 WS-MASTER-KEY        PIC X(06) VALUE SPACES.
       01 WS-LAST-CLERK        PIC X(08) VALUE SPACES.
       01 WS-NO-CLERK          PIC X(08) VALUE '*NONE*'.

       01 WS-HOUSEHOLDS-READ   PIC 9(07) VALUE ZEROS.
       01 WS-HOUSEHOLDS-SCORED PIC 9(07) VALUE ZEROS.
       01 WS-DEP-SLOT          PIC 9(02) VALUE ZEROS.
       01 WS-POSTAL-WELL-FORMED PIC X(01) VALUE 'N'.

      * one household's results before they are added to the book,
      * its city and its clerk: for each measure how many items were
      * tested and how many passed. The measures, in print order:
      *   1 street address captured        (households)
      *   2 postal code captured           (households)
      *   3 phone captured                 (households)
      *   4 birth date captured            (living dependents)
      *   5 relationship captured          (living dependents)
      *   6 postal code well formed        (codes captured)
      *   7 postal code in the city        (well-formed codes,
      *                                     while a range master
      *                                     is in force)
      *   8 nationality on geo reference   (nationalities recorded)
      *   9 dependent age agrees with
      *     birth date                     (birth dates captured)
       01 WS-HOUSEHOLD-SCORE.
           05 WS-HS-MEASURE OCCURS 9 TIMES.
               10 WS-HS-PASSED PIC 9(03).
               10 WS-HS-TESTED PIC 9(03).
       01 WS-MEASURE-IDX       PIC 9(02) VALUE ZEROS.

      * the totals the scores are drawn from: the whole book, each
      * city and each clerk. Past the table size the last city or
      * clerk line collects the rest.
       01 WS-BOOK-SCORE.
           05 WS-BK-HOUSEHOLDS PIC 9(07).
           05 WS-BK-MEASURE OCCURS 9 TIMES.
               10 WS-BK-PASSED PIC 9(07).
               10 WS-BK-TESTED PIC 9(07).

       01 WS-CT-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-CITY       PIC X(30).
               10 WS-CT-HOUSEHOLDS PIC 9(07).
               10 WS-CT-MEASURE OCCURS 9 TIMES.
                   15 WS-CT-PASSED PIC 9(07).
                   15 WS-CT-TESTED PIC 9(07).
       01 WS-CT-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-CT-HIT    PIC 9(03) VALUE ZEROS.
       01 WS-CT-SHIFT  PIC 9(03) VALUE ZEROS.
       01 WS-CT-SEARCH PIC X(30) VALUE SPACES.

       01 WS-CK-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-CK-TABLE.
           05 WS-CK-ENTRY OCCURS 100 TIMES.
               10 WS-CK-USER-ID    PIC X(08).
               10 WS-CK-HOUSEHOLDS PIC 9(07).
               10 WS-CK-MEASURE OCCURS 9 TIMES.
                   15 WS-CK-PASSED PIC 9(07).
                   15 WS-CK-TESTED PIC 9(07).
       01 WS-CK-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-CK-HIT    PIC 9(03) VALUE ZEROS.
       01 WS-CK-SHIFT  PIC 9(03) VALUE ZEROS.
       01 WS-CK-SEARCH PIC X(08) VALUE SPACES.

      * the history held in month order while this month's line is
      * put in its place; twenty years are kept, the oldest month
      * dropping off once the table is full
       01 WS-HI-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-HI-TABLE.
           05 WS-HI-ENTRY OCCURS 240 TIMES.
               10 WS-HI-LINE PIC X(167).
       01 WS-HI-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-HI-HIT    PIC 9(03) VALUE ZEROS.
       01 WS-HI-SHIFT  PIC 9(03) VALUE ZEROS.
       01 WS-HI-FIRST  PIC 9(03) VALUE ZEROS.
       01 WS-TREND-MONTHS PIC 9(02) VALUE 12.

      * one printed score line, whichever section it belongs to: a
      * caption, the households behind it, and the nine percentages
      * (N/A where nothing was tested)
       01 WS-LINE-PASSED PIC 9(07) VALUE ZEROS.
       01 WS-LINE-TESTED PIC 9(07) VALUE ZEROS.
       01 WS-PCT         PIC 9(03)V9 VALUE ZEROS.
       01 WS-SCORE-LINE.
           05 SL-CAPTION    PIC X(30).
           05 FILLER        PIC X(01).
           05 SL-HOUSEHOLDS PIC ZZZZZZ9.
           05 SL-BLOCK OCCURS 9 TIMES.
               10 FILLER    PIC X(03).
               10 SL-PCT    PIC ZZ9.9.
               10 SL-PCT-X REDEFINES SL-PCT PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'CUSTOMER-QUALITY-SCORECARD' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GEO-REFERENCE-FILE
           IF WS-FS-STATUS-GEO = '00'
               MOVE 'Y' TO WS-GEO-OPEN
           ELSE
               DISPLAY 'GEO REFERENCE NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-GEO
                   ' -- NATIONALITY NOT SCORED'
           END-IF
           INITIALIZE WS-BOOK-SCORE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-NUMBER SW-RUN-DATE
                   SW-RUN-TIME
               INPUT PROCEDURE IS 1000-LOAD-CHANGES
               OUTPUT PROCEDURE IS 2000-SCORE-MASTER

           CLOSE CUSTOMER-MASTER-FILE
           IF WS-GEO-OPEN = 'Y'
               CLOSE GEO-REFERENCE-FILE
           END-IF
           PERFORM 3000-POST-HISTORY

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'CUSTOMER-QUALITY-SCORECARD' TO RW-PROGRAM-ID
           MOVE 'CUSTOMER MASTER DATA-QUALITY SCORES' TO
               RW-REPORT-TITLE
           MOVE 'src/customer-quality-scorecard.txt' TO
               RW-REPORT-PATH
           MOVE 'CITY, CLERK OR MONTH' TO RW-COLUMN-HEAD-2
           MOVE ' HOUSE-' TO RW-COLUMN-HEAD-1 (32:7)
           MOVE '  STREET  POSTAL   PHONE   BIRTH RELATN-' TO
               RW-COLUMN-HEAD-1 (39:40)
           MOVE '  POSTAL  POSTAL NATION- DEP AGE' TO
               RW-COLUMN-HEAD-1 (79:32)
           MOVE '  HOLDS' TO RW-COLUMN-HEAD-2 (32:7)
           MOVE ' ADDRESS    CODE  NUMBER   DATES    SHIP' TO
               RW-COLUMN-HEAD-2 (39:40)
           MOVE '  FORMAT IN CITY   ALITY VS BDAT' TO
               RW-COLUMN-HEAD-2 (79:32)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-PRINT-LEGEND
           PERFORM 4100-PRINT-BOOK
           PERFORM 4200-PRINT-BY-CITY
           PERFORM 4300-PRINT-BY-CLERK
           PERFORM 4400-PRINT-TREND

           MOVE 'HOUSEHOLDS READ' TO RW-COUNT-LABEL (1)
           MOVE WS-HOUSEHOLDS-READ TO RW-COUNT-VALUE (1)
           MOVE 'HOUSEHOLDS SCORED' TO RW-COUNT-LABEL (2)
           MOVE WS-HOUSEHOLDS-SCORED TO RW-COUNT-VALUE (2)
           MOVE 'MONTHS ON HISTORY' TO RW-COUNT-LABEL (3)
           MOVE WS-HI-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Households read:        ' WS-HOUSEHOLDS-READ
           DISPLAY 'Households scored:      ' WS-HOUSEHOLDS-SCORED
           DISPLAY 'Audit entries read:     ' WS-TRAIL-ENTRIES
           DISPLAY 'Household changes:      ' WS-TOUCHES-SORTED
           DISPLAY 'Months on history:      ' WS-HI-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-GEO-OPEN = 'N' OR WS-FS-STATUS-HIST NOT = '00'
               MOVE 4 TO RETURN-CODE
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
           END-IF
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.

      * the live trail, then every cataloged audit archive -- a
      * household last changed before retention cut the trail still
      * has its clerk
       1000-LOAD-CHANGES.
           MOVE 'src/audit-trail.txt' TO WS-AUDIT-PATH
           PERFORM 1100-SCAN-ONE-TRAIL
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CATALOG-END
           PERFORM UNTIL WS-CATALOG-END = 'S'
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE 'S' TO WS-CATALOG-END
                   NOT AT END
                       IF AC-FILE-ID = 'AUDT'
                           MOVE AC-PATH TO WS-AUDIT-PATH
                           PERFORM 1100-SCAN-ONE-TRAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE.

       1100-SCAN-ONE-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT NOT = '00'
               DISPLAY 'AUDIT TRAIL NOT READABLE: ' WS-AUDIT-PATH
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRAIL-END
           PERFORM UNTIL WS-TRAIL-END = 'S'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'S' TO WS-TRAIL-END
                   NOT AT END
                       ADD 1 TO WS-TRAIL-ENTRIES
                       PERFORM 1200-RELEASE-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

      * a change is a maintenance transaction other than an inquiry,
      * or a postal change of address, that was not refused, failed
      * or rejected; the customer number rides in the action field
      * after the action code
       1200-RELEASE-ONE-CHANGE.
           IF AT-RUN-DATE NOT NUMERIC OR AT-RUN-TIME NOT NUMERIC
                   OR AT-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOUCH-CUSTOMER
           EVALUATE AT-PROGRAM-NAME
               WHEN 'CUSTOMER-MASTER-MAINTENANCE'
                   IF AT-ACTION (1:1) NOT = 'I'
                       MOVE AT-ACTION (3:6) TO WS-TOUCH-CUSTOMER
                   END-IF
               WHEN 'CHANGE-OF-ADDRESS-APPLY'
                   IF AT-ACTION (1:4) = 'COA '
                       MOVE AT-ACTION (5:6) TO WS-TOUCH-CUSTOMER
                   END-IF
           END-EVALUATE
           IF WS-TOUCH-CUSTOMER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FAILED-TALLY
           INSPECT AT-DETAIL TALLYING WS-FAILED-TALLY
               FOR ALL 'NOT AUTHORIZED' ALL 'FAILED' ALL 'REJECTED'
                   ALL 'PARKED'
           IF WS-FAILED-TALLY > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOUCH-CUSTOMER TO SW-CUSTOMER-NUMBER
           MOVE AT-RUN-DATE TO SW-RUN-DATE
           MOVE AT-RUN-TIME TO SW-RUN-TIME
           MOVE AT-USER-ID TO SW-USER-ID
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-TOUCHES-SORTED.

      * the master in customer order against the sorted changes: the
      * changes for a customer no longer on the master are passed
      * over, and a household with no change on the trail goes to
      * the *NONE* clerk line
       2000-SCORE-MASTER.
           PERFORM 2050-RETURN-CHANGE
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       ADD 1 TO WS-HOUSEHOLDS-READ
                       MOVE MS-CUSTOMER-NUMBER TO WS-MASTER-KEY
                       PERFORM UNTIL WS-CHANGE-KEY >= WS-MASTER-KEY
                           PERFORM 2050-RETURN-CHANGE
                       END-PERFORM
                       MOVE WS-NO-CLERK TO WS-LAST-CLERK
                       PERFORM UNTIL WS-CHANGE-KEY NOT = WS-MASTER-KEY
                           MOVE SW-USER-ID TO WS-LAST-CLERK
                           PERFORM 2050-RETURN-CHANGE
                       END-PERFORM
                       IF MS-ACCOUNT-ACTIVE
                           PERFORM 2100-SCORE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM.

       2050-RETURN-CHANGE.
           IF WS-SORT-END = 'S'
               EXIT PARAGRAPH
           END-IF
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'S' TO WS-SORT-END
                   MOVE HIGH-VALUES TO WS-CHANGE-KEY
               NOT AT END
                   MOVE SW-CUSTOMER-NUMBER TO WS-CHANGE-KEY
           END-RETURN.

       2100-SCORE-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLDS-SCORED
           INITIALIZE WS-HOUSEHOLD-SCORE
           MOVE 1 TO WS-HS-TESTED (1) WS-HS-TESTED (2)
               WS-HS-TESTED (3)
           IF MS-STREET-ADDRESS NOT = SPACES
               MOVE 1 TO WS-HS-PASSED (1)
           END-IF
           IF MS-PHONE NOT = SPACES
               MOVE 1 TO WS-HS-PASSED (3)
           END-IF
           IF MS-POSTAL-CODE NOT = SPACES
               MOVE 1 TO WS-HS-PASSED (2)
               PERFORM 2200-SCORE-POSTAL-CODE
           END-IF
           IF MS-NATIONALITY NOT = SPACES AND WS-GEO-OPEN = 'Y'
               MOVE 1 TO WS-HS-TESTED (8)
               IF MS-NATIONALITY (21:30) = SPACES
                   MOVE 'C' TO GR-GEO-TYPE
                   MOVE MS-NATIONALITY TO GR-NAME
                   READ GEO-REFERENCE-FILE
                       NOT INVALID KEY
                           MOVE 1 TO WS-HS-PASSED (8)
                   END-READ
               END-IF
           END-IF
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > MS-DEPENDENT-COUNT
               IF NOT MS-DEP-IS-DECEASED (WS-DEP-SLOT)
                   PERFORM 2300-SCORE-DEPENDENT
               END-IF
           END-PERFORM
           PERFORM 2400-ADD-HOUSEHOLD-SCORE.

      * the format rule CUSTOMER-MASTER-MAINTENANCE keys to -- five
      * digits, or five digits, a dash and four more -- and then the
      * range master's verdict on a well-formed code, while one is in
      * force on this box
       2200-SCORE-POSTAL-CODE.
           MOVE 1 TO WS-HS-TESTED (6)
           MOVE 'Y' TO WS-POSTAL-WELL-FORMED
           IF MS-POSTAL-CODE (1:5) NOT NUMERIC
               MOVE 'N' TO WS-POSTAL-WELL-FORMED
           END-IF
           IF MS-POSTAL-CODE (6:5) NOT = SPACES
               IF MS-POSTAL-CODE (6:1) NOT = '-'
                       OR MS-POSTAL-CODE (7:4) NOT NUMERIC
                   MOVE 'N' TO WS-POSTAL-WELL-FORMED
               END-IF
           END-IF
           IF WS-POSTAL-WELL-FORMED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HS-PASSED (6)
           MOVE MS-POSTAL-CODE TO PR-POSTAL-CODE
           MOVE MS-CITY-NAME TO PR-CITY-NAME
           CALL 'POSTAL-RANGE-LOOKUP' USING POSTAL-RANGE-REQUEST
           IF PR-IN-FORCE = 'Y'
               MOVE 1 TO WS-HS-TESTED (7)
               IF PR-CODE-IN-CITY
                   MOVE 1 TO WS-HS-PASSED (7)
               END-IF
           END-IF.

      * a living dependent: birth date and relationship captured, and
      * where there is a birth date, the stored age it implies
       2300-SCORE-DEPENDENT.
           ADD 1 TO WS-HS-TESTED (4) WS-HS-TESTED (5)
           IF MS-DEP-RELATIONSHIP (WS-DEP-SLOT) NOT = SPACES
               ADD 1 TO WS-HS-PASSED (5)
           END-IF
           IF MS-DEP-BIRTH-DATE (WS-DEP-SLOT) NOT NUMERIC
                   OR MS-DEP-BIRTH-DATE (WS-DEP-SLOT) = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HS-PASSED (4)
           ADD 1 TO WS-HS-TESTED (9)
           MOVE 'VALD' TO DU-FUNCTION
           MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'AGE' TO DU-FUNCTION
           MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-AGE-YEARS = MS-DEP-AGE (WS-DEP-SLOT)
               ADD 1 TO WS-HS-PASSED (9)
           END-IF.

      * the household into the book, its city's line and its last
      * clerk's line
       2400-ADD-HOUSEHOLD-SCORE.
           MOVE MS-CITY-NAME TO WS-CT-SEARCH
           IF WS-CT-SEARCH = SPACES
               MOVE 'CITY NOT RECORDED' TO WS-CT-SEARCH
           END-IF
           PERFORM 2500-FIND-CITY
           MOVE WS-LAST-CLERK TO WS-CK-SEARCH
           PERFORM 2600-FIND-CLERK
           ADD 1 TO WS-BK-HOUSEHOLDS WS-CT-HOUSEHOLDS (WS-CT-HIT)
               WS-CK-HOUSEHOLDS (WS-CK-HIT)
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > 9
               ADD WS-HS-PASSED (WS-MEASURE-IDX) TO
                   WS-BK-PASSED (WS-MEASURE-IDX)
                   WS-CT-PASSED (WS-CT-HIT WS-MEASURE-IDX)
                   WS-CK-PASSED (WS-CK-HIT WS-MEASURE-IDX)
               ADD WS-HS-TESTED (WS-MEASURE-IDX) TO
                   WS-BK-TESTED (WS-MEASURE-IDX)
                   WS-CT-TESTED (WS-CT-HIT WS-MEASURE-IDX)
                   WS-CK-TESTED (WS-CK-HIT WS-MEASURE-IDX)
           END-PERFORM.

      * finds the city's line, opening one in city order when this is
      * the city's first household; once the table is full the last
      * line takes every city after it
       2500-FIND-CITY.
           MOVE ZEROS TO WS-CT-HIT
           MOVE ZEROS TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX = WS-CT-COUNT
                   OR WS-CT-HIT > ZEROS
               ADD 1 TO WS-CT-IDX
               IF WS-CT-CITY (WS-CT-IDX) = WS-CT-SEARCH
                   MOVE WS-CT-IDX TO WS-CT-HIT
               END-IF
           END-PERFORM
           IF WS-CT-HIT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT >= 200
               MOVE 200 TO WS-CT-HIT
               MOVE 'ALL OTHER CITIES' TO WS-CT-CITY (200)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-COUNT TO WS-CT-SHIFT
           PERFORM UNTIL WS-CT-SHIFT = ZEROS
                   OR WS-CT-CITY (WS-CT-SHIFT) < WS-CT-SEARCH
               MOVE WS-CT-ENTRY (WS-CT-SHIFT) TO
                   WS-CT-ENTRY (WS-CT-SHIFT + 1)
               SUBTRACT 1 FROM WS-CT-SHIFT
           END-PERFORM
           ADD 1 TO WS-CT-COUNT
           ADD 1 TO WS-CT-SHIFT GIVING WS-CT-HIT
           INITIALIZE WS-CT-ENTRY (WS-CT-HIT)
           MOVE WS-CT-SEARCH TO WS-CT-CITY (WS-CT-HIT).

       2600-FIND-CLERK.
           MOVE ZEROS TO WS-CK-HIT
           MOVE ZEROS TO WS-CK-IDX
           PERFORM UNTIL WS-CK-IDX = WS-CK-COUNT
                   OR WS-CK-HIT > ZEROS
               ADD 1 TO WS-CK-IDX
               IF WS-CK-USER-ID (WS-CK-IDX) = WS-CK-SEARCH
                   MOVE WS-CK-IDX TO WS-CK-HIT
               END-IF
           END-PERFORM
           IF WS-CK-HIT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-COUNT >= 100
               MOVE 100 TO WS-CK-HIT
               MOVE 'OTHERS' TO WS-CK-USER-ID (100)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-COUNT TO WS-CK-SHIFT
           PERFORM UNTIL WS-CK-SHIFT = ZEROS
                   OR WS-CK-USER-ID (WS-CK-SHIFT) < WS-CK-SEARCH
               MOVE WS-CK-ENTRY (WS-CK-SHIFT) TO
                   WS-CK-ENTRY (WS-CK-SHIFT + 1)
               SUBTRACT 1 FROM WS-CK-SHIFT
           END-PERFORM
           ADD 1 TO WS-CK-COUNT
           ADD 1 TO WS-CK-SHIFT GIVING WS-CK-HIT
           INITIALIZE WS-CK-ENTRY (WS-CK-HIT)
           MOVE WS-CK-SEARCH TO WS-CK-USER-ID (WS-CK-HIT).

      * this month's book-wide counts replace any line already kept
      * for the month, or go in at their place in month order, and
      * the history is written back whole
       3000-POST-HISTORY.
           MOVE ZEROS TO WS-HI-COUNT
           OPEN INPUT QUALITY-HISTORY-FILE
           IF WS-FS-STATUS-HIST = '00'
               MOVE 'N' TO WS-HISTORY-END
               PERFORM UNTIL WS-HISTORY-END = 'S'
                   READ QUALITY-HISTORY-FILE
                       AT END
                           MOVE 'S' TO WS-HISTORY-END
                       NOT AT END
                           IF QH-MONTH IS NUMERIC
                                   AND QH-MONTH NOT = WS-BUSINESS-MONTH
                               PERFORM 3100-HOLD-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUALITY-HISTORY-FILE
           END-IF
           MOVE SPACES TO QUALITY-HISTORY-REC
           MOVE WS-BUSINESS-MONTH TO QH-MONTH
           MOVE ',' TO QH-COMMA-1 QH-COMMA-2
           MOVE WS-BUSINESS-DATE TO QH-RUN-DATE
           MOVE WS-BK-HOUSEHOLDS TO QH-HOUSEHOLDS
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > 9
               MOVE ',' TO QH-COMMA-3 (WS-MEASURE-IDX)
                   QH-COMMA-4 (WS-MEASURE-IDX)
               MOVE WS-BK-PASSED (WS-MEASURE-IDX) TO
                   QH-PASSED (WS-MEASURE-IDX)
               MOVE WS-BK-TESTED (WS-MEASURE-IDX) TO
                   QH-TESTED (WS-MEASURE-IDX)
           END-PERFORM
           PERFORM 3100-HOLD-HISTORY-LINE
           OPEN OUTPUT QUALITY-HISTORY-FILE
           IF WS-FS-STATUS-HIST NOT = '00'
               DISPLAY 'QUALITY HISTORY NOT WRITTEN, STATUS: '
                   WS-FS-STATUS-HIST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HI-COUNT
               MOVE WS-HI-LINE (WS-HI-IDX) TO QUALITY-HISTORY-REC
               WRITE QUALITY-HISTORY-REC
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

      * the line in the record area goes in at its month's place;
      * with the table full the oldest month makes room
       3100-HOLD-HISTORY-LINE.
           IF WS-HI-COUNT >= 240
               PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                       UNTIL WS-HI-IDX >= WS-HI-COUNT
                   MOVE WS-HI-LINE (WS-HI-IDX + 1) TO
                       WS-HI-LINE (WS-HI-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-HI-COUNT
           END-IF
           MOVE WS-HI-COUNT TO WS-HI-SHIFT
           PERFORM UNTIL WS-HI-SHIFT = ZEROS
                   OR WS-HI-LINE (WS-HI-SHIFT) (1:6) <
                       QUALITY-HISTORY-REC (1:6)
               MOVE WS-HI-LINE (WS-HI-SHIFT) TO
                   WS-HI-LINE (WS-HI-SHIFT + 1)
               SUBTRACT 1 FROM WS-HI-SHIFT
           END-PERFORM
           ADD 1 TO WS-HI-COUNT
           ADD 1 TO WS-HI-SHIFT GIVING WS-HI-HIT
           MOVE QUALITY-HISTORY-REC TO WS-HI-LINE (WS-HI-HIT).

       4000-PRINT-LEGEND.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           STRING 'ACTIVE HOUSEHOLDS ON THE CUSTOMER MASTER AT '
               WS-BUSINESS-DATE ', PERCENT OF ITEMS TESTED THAT PASS'
               DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '  COMPLETE  STREET, POSTAL CODE, PHONE: OF HOUSEHOLDS'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '            BIRTH DATE, RELATIONSHIP: OF DEPENDENTS'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '  VALID     POSTAL FORMAT: OF CODES CAPTURED'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '            POSTAL IN CITY: OF WELL-FORMED CODES'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '            NATIONALITY: OF NATIONALITIES RECORDED'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '            DEP AGE VS BIRTH DATE: OF DATES CAPTURED'
               TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '  N/A: NOTHING OF THAT KIND TO TEST' TO
               SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       4100-PRINT-BOOK.
           MOVE 'WHOLE BOOK' TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SCORE-LINE
           MOVE 'ALL ACTIVE HOUSEHOLDS' TO SL-CAPTION
           MOVE WS-BK-HOUSEHOLDS TO SL-HOUSEHOLDS
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > 9
               MOVE WS-BK-PASSED (WS-MEASURE-IDX) TO WS-LINE-PASSED
               MOVE WS-BK-TESTED (WS-MEASURE-IDX) TO WS-LINE-TESTED
               PERFORM 4900-SET-PERCENT
           END-PERFORM
           PERFORM 4950-PRINT-SCORE-LINE.

       4200-PRINT-BY-CITY.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'BY CITY' TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE SPACES TO WS-SCORE-LINE
               MOVE WS-CT-CITY (WS-CT-IDX) TO SL-CAPTION
               MOVE WS-CT-HOUSEHOLDS (WS-CT-IDX) TO SL-HOUSEHOLDS
               PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                       UNTIL WS-MEASURE-IDX > 9
                   MOVE WS-CT-PASSED (WS-CT-IDX WS-MEASURE-IDX) TO
                       WS-LINE-PASSED
                   MOVE WS-CT-TESTED (WS-CT-IDX WS-MEASURE-IDX) TO
                       WS-LINE-TESTED
                   PERFORM 4900-SET-PERCENT
               END-PERFORM
               PERFORM 4950-PRINT-SCORE-LINE
           END-PERFORM.

       4300-PRINT-BY-CLERK.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'BY CLERK WHO LAST CHANGED THE HOUSEHOLD' TO
               SCORECARD-REPORT-LINE
           MOVE '(*NONE* = NO CHANGE ON THE AUDIT TRAIL)' TO
               SCORECARD-REPORT-LINE (41:39)
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CK-COUNT
               MOVE SPACES TO WS-SCORE-LINE
               MOVE WS-CK-USER-ID (WS-CK-IDX) TO SL-CAPTION
               MOVE WS-CK-HOUSEHOLDS (WS-CK-IDX) TO SL-HOUSEHOLDS
               PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                       UNTIL WS-MEASURE-IDX > 9
                   MOVE WS-CK-PASSED (WS-CK-IDX WS-MEASURE-IDX) TO
                       WS-LINE-PASSED
                   MOVE WS-CK-TESTED (WS-CK-IDX WS-MEASURE-IDX) TO
                       WS-LINE-TESTED
                   PERFORM 4900-SET-PERCENT
               END-PERFORM
               PERFORM 4950-PRINT-SCORE-LINE
           END-PERFORM.

      * the book-wide scores of the last twelve months kept, this
      * month's among them, oldest first
       4400-PRINT-TREND.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'TREND, WHOLE BOOK BY MONTH' TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 1 TO WS-HI-FIRST
           IF WS-HI-COUNT > WS-TREND-MONTHS
               COMPUTE WS-HI-FIRST = WS-HI-COUNT - WS-TREND-MONTHS + 1
           END-IF
           PERFORM VARYING WS-HI-IDX FROM WS-HI-FIRST BY 1
                   UNTIL WS-HI-IDX > WS-HI-COUNT
               MOVE WS-HI-LINE (WS-HI-IDX) TO QUALITY-HISTORY-REC
               MOVE SPACES TO WS-SCORE-LINE
               STRING 'MONTH ' QH-MONTH (1:4) '-' QH-MONTH (5:2)
                   DELIMITED BY SIZE INTO SL-CAPTION
               MOVE QH-HOUSEHOLDS TO SL-HOUSEHOLDS
               PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                       UNTIL WS-MEASURE-IDX > 9
                   MOVE QH-PASSED (WS-MEASURE-IDX) TO WS-LINE-PASSED
                   MOVE QH-TESTED (WS-MEASURE-IDX) TO WS-LINE-TESTED
                   PERFORM 4900-SET-PERCENT
               END-PERFORM
               PERFORM 4950-PRINT-SCORE-LINE
           END-PERFORM.

       4900-SET-PERCENT.
           IF WS-LINE-TESTED = ZEROS
               MOVE '  N/A' TO SL-PCT-X (WS-MEASURE-IDX)
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-LINE-PASSED * 100 / WS-LINE-TESTED
               MOVE WS-PCT TO SL-PCT (WS-MEASURE-IDX)
           END-IF.

       4950-PRINT-SCORE-LINE.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           MOVE WS-SCORE-LINE TO SCORECARD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE SCORECARD-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
