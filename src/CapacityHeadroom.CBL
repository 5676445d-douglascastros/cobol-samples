      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly capacity headroom report on the fixed-size
      *          tables and fields the system quietly depends on --
      *          the driver's step table, the dependent table on the
      *          household record, the six-digit customer numbers,
      *          the seven-digit batch header counts, the city table
      *          WRITE-FILES loads, the satisfaction bands, and the
      *          in-storage tables every maintenance program holds.
      *          Each limit is measured against the live file that
      *          fills it and shown as percent used; every run's
      *          measurements are kept on src/capacity-history.txt,
      *          and where an earlier measurement exists the growth
      *          since then projects the date the limit is reached.
      *          Anything past 80 percent goes on the alert queue, so
      *          a ceiling is raised on a quiet afternoon instead of
      *          by the night it is hit. Run on the month's first
      *          business day from the batch schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-HEADROOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.
           SELECT SCHEDULE-FILE ASSIGN TO 'src/batch-schedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SCHEDULE.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT FEED-FILE ASSIGN TO 'src/data.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FEED.
           SELECT CITY-LOOKUP-FILE ASSIGN TO 'src/city-lookup.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CITY.
           SELECT THRESHOLD-FILE ASSIGN TO
               'src/satisfaction-thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-THRESH.
           SELECT HOLIDAY-FILE ASSIGN TO 'src/holiday-calendar.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HOLIDAY.
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.
           SELECT TERRITORY-FILE ASSIGN TO
               'src/territory-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERR.
           SELECT RUNBOOK-FILE ASSIGN TO 'src/batch-runbook.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RUNBOOK.

      * one line per limit per run: the business date, the limit's
      * name and the usage measured that day
           SELECT HISTORY-FILE ASSIGN TO 'src/capacity-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HISTORY.

           SELECT HEADROOM-REPORT-FILE ASSIGN TO
               'src/capacity-headroom-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SC-STEP-NAME  PIC X(30).
           05 SC-COMMA-1    PIC X(01).
           05 SC-COMMAND    PIC X(40).
           05 SC-COMMA-2    PIC X(01).
           05 SC-ENABLED    PIC X(01).

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

      * the branch feed READ-FILES loads: an H header carrying the
      * batch's expected record count, D details carrying the
      * six-digit customer code, a T trailer with the actual count
       FD FEED-FILE.
       01 FEED-REC.
           05 FD-REC-TYPE      PIC X(01).
           05 FD-REST          PIC X(79).
       01 FEED-HEADER-REC.
           05 FILLER           PIC X(01).
           05 FH-RUN-DATE      PIC 9(08).
           05 FH-COMMA         PIC X(01).
           05 FH-EXPECTED      PIC 9(07).
       01 FEED-DETAIL-REC.
           05 FILLER           PIC X(01).
           05 FDT-CODE         PIC 9(06).
       01 FEED-TRAILER-REC.
           05 FILLER           PIC X(01).
           05 FT-ACTUAL        PIC 9(07).

       FD CITY-LOOKUP-FILE.
       01 CITY-LOOKUP-REC     PIC X(80).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC       PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC         PIC X(80).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC  PIC X(80).

       FD TERRITORY-FILE.
       01 TERRITORY-REC       PIC X(80).

       FD RUNBOOK-FILE.
       01 RUNBOOK-REC         PIC X(100).

       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 CH-BUSINESS-DATE PIC 9(08).
           05 CH-COMMA-1       PIC X(01).
           05 CH-LIMIT-NAME    PIC X(30).
           05 CH-COMMA-2       PIC X(01).
           05 CH-USED          PIC 9(09).

       FD HEADROOM-REPORT-FILE.
       01 HEADROOM-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-DATE-UTILS.CPY'.
       COPY 'src/DATA-ALERT.CPY'.

       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SCHEDULE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FEED     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-THRESH   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HOLIDAY  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUTH     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TERR     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RUNBOOK  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HISTORY  PIC X(02) VALUE '00'.
       01 WS-FILE-END           PIC X(01) VALUE 'N'.
       01 WS-LINE-COUNT         PIC 9(09) VALUE ZEROS.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * every limit measured, the program or copybook that holds it,
      * and its ceiling; OCCURS items cannot each carry their own
      * VALUE clause, so the list is laid out as FILLER groups and
      * redefined as a table. The positions are fixed: each
      * measuring paragraph below fills its own slot.
       01 WS-LIMIT-LIST.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'BATCH STEPS PER NIGHT'.
               10 FILLER PIC X(22) VALUE 'NIGHTLY-BATCH-DRIVER'.
               10 FILLER PIC 9(09) VALUE 40.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'DEPENDENTS PER HOUSEHOLD'.
               10 FILLER PIC X(22) VALUE 'DATA-CUSTOMER.CPY'.
               10 FILLER PIC 9(09) VALUE 50.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CUSTOMER NUMBER (MASTER)'.
               10 FILLER PIC X(22) VALUE 'DATA-CUSTOMER.CPY'.
               10 FILLER PIC 9(09) VALUE 999999.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CUSTOMER CODE (BRANCH FEED)'.
               10 FILLER PIC X(22) VALUE 'READ-FILES'.
               10 FILLER PIC 9(09) VALUE 999999.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'BATCH HEADER RECORD COUNT'.
               10 FILLER PIC X(22) VALUE 'READ-FILES'.
               10 FILLER PIC 9(09) VALUE 9999999.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY LOOKUP ENTRIES'.
               10 FILLER PIC X(22) VALUE 'WRITE-FILES'.
               10 FILLER PIC 9(09) VALUE 500.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'SATISFACTION THRESHOLDS'.
               10 FILLER PIC X(22) VALUE 'DATA-SATISFACTION.CPY'.
               10 FILLER PIC 9(09) VALUE 10.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'HOLIDAY CALENDAR DATES'.
               10 FILLER PIC X(22) VALUE 'DATE-UTILS'.
               10 FILLER PIC 9(09) VALUE 100.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'USER AUTHORITY ROWS'.
               10 FILLER PIC X(22) VALUE 'MAINTENANCE PROGRAMS'.
               10 FILLER PIC 9(09) VALUE 50.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'TERRITORY MASTER ENTRIES'.
               10 FILLER PIC X(22) VALUE 'TERRITORY-LOOKUP'.
               10 FILLER PIC 9(09) VALUE 200.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'RECOVERY RUNBOOK LINES'.
               10 FILLER PIC X(22) VALUE 'NIGHTLY-BATCH-DRIVER'.
               10 FILLER PIC 9(09) VALUE 300.
       01 WS-LIMIT-TABLE REDEFINES WS-LIMIT-LIST.
           05 WS-LIMIT-ENTRY OCCURS 11 TIMES.
               10 WS-LIMIT-NAME    PIC X(30).
               10 WS-LIMIT-HELD-IN PIC X(22).
               10 WS-LIMIT-MAX     PIC 9(09).
       01 WS-LIMIT-COUNT PIC 9(02) VALUE 11.
       01 WS-LIMIT-IDX   PIC 9(02) VALUE ZEROS.

      * what each limit measured tonight, in the same positions
       01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 11 TIMES.
               10 WS-USED          PIC 9(09).
               10 WS-MEASURED      PIC X(01).
               10 WS-USAGE-NOTE    PIC X(20).

      * slots in the lists above, one per measuring paragraph
       01 WS-SLOT-STEPS      PIC 9(02) VALUE 1.
       01 WS-SLOT-DEPENDENTS PIC 9(02) VALUE 2.
       01 WS-SLOT-CUST-NO    PIC 9(02) VALUE 3.
       01 WS-SLOT-FEED-CODE  PIC 9(02) VALUE 4.
       01 WS-SLOT-HDR-COUNT  PIC 9(02) VALUE 5.
       01 WS-SLOT-CITY       PIC 9(02) VALUE 6.
       01 WS-SLOT-THRESH     PIC 9(02) VALUE 7.
       01 WS-SLOT-HOLIDAY    PIC 9(02) VALUE 8.
       01 WS-SLOT-AUTH       PIC 9(02) VALUE 9.
       01 WS-SLOT-TERR       PIC 9(02) VALUE 10.
       01 WS-SLOT-RUNBOOK    PIC 9(02) VALUE 11.
       01 WS-DEFAULT-STEPS   PIC 9(02) VALUE 30.

      * the measurement history, less anything from tonight's date
      * (a rerun replaces its own lines) and anything older than
      * three years, which no longer says much about the growth
       01 WS-HIST-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 600 TIMES.
               10 WS-HIST-DATE  PIC 9(08).
               10 WS-HIST-NAME  PIC X(30).
               10 WS-HIST-USED  PIC 9(09).
       01 WS-HIST-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-HIST-KEEP-DAYS PIC S9(05) VALUE 1096.
       01 WS-EARLIEST-IDX PIC 9(03) VALUE ZEROS.

       01 WS-PERCENT        PIC 9(03)V9 VALUE ZEROS.
       01 WS-ALERT-PERCENT  PIC 9(03)V9 VALUE 80.0.
       01 WS-ALERT-COUNT    PIC 9(03) VALUE ZEROS.
       01 WS-MEASURED-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-REMAINING      PIC 9(09) VALUE ZEROS.
       01 WS-DAYS-OBSERVED  PIC S9(05) VALUE ZEROS.
       01 WS-DAILY-RATE     PIC 9(09)V9(04) VALUE ZEROS.
       01 WS-DAYS-TO-FILL   PIC 9(09) VALUE ZEROS.
       01 WS-FILL-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-FORECAST-NOTE  PIC X(30) VALUE SPACES.
       01 WS-FILL-SHOW      PIC ZZZZZZ9.
       01 WS-PERCENT-SHOW   PIC ZZ9.9.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(39) VALUE
               'CAPACITY HEADROOM ON FIXED LIMITS AS OF'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WL-DATE PIC 9(08).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE 'LIMIT'.
           05 FILLER PIC X(23) VALUE 'HELD IN'.
           05 FILLER PIC X(10) VALUE '   CEILING'.
           05 FILLER PIC X(11) VALUE '       USED'.
           05 FILLER PIC X(08) VALUE '  % USED'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'DAYS LEFT  REACHED ON'.

       01 WS-DETAIL-LINE.
           05 WD-NAME       PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-HELD-IN    PIC X(22).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-CEILING    PIC ZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-USED       PIC ZZZZZZZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WD-PERCENT    PIC ZZ9.9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-FORECAST   PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-FLAG       PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           INITIALIZE WS-USAGE-TABLE
           PERFORM 0100-MEASURE-SCHEDULE
           PERFORM 0110-MEASURE-CUSTOMER-MASTER
           PERFORM 0120-MEASURE-BRANCH-FEED
           PERFORM 0130-MEASURE-CITY-LOOKUP
           PERFORM 0140-MEASURE-THRESHOLDS
           PERFORM 0150-MEASURE-HOLIDAYS
           PERFORM 0160-MEASURE-AUTHORITY
           PERFORM 0170-MEASURE-TERRITORIES
           PERFORM 0180-MEASURE-RUNBOOK
           PERFORM 0200-LOAD-HISTORY

           OPEN OUTPUT HEADROOM-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WL-DATE
           WRITE HEADROOM-REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO HEADROOM-REPORT-LINE
           WRITE HEADROOM-REPORT-LINE
           WRITE HEADROOM-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               PERFORM 0300-REPORT-LIMIT
           END-PERFORM
           MOVE SPACES TO HEADROOM-REPORT-LINE
           WRITE HEADROOM-REPORT-LINE
           MOVE SPACES TO HEADROOM-REPORT-LINE
           STRING 'LIMITS MEASURED: ' WS-MEASURED-COUNT
               ' OF ' WS-LIMIT-COUNT
               '   PAST 80 PERCENT AND ALERTED: ' WS-ALERT-COUNT
               DELIMITED BY SIZE INTO HEADROOM-REPORT-LINE
           WRITE HEADROOM-REPORT-LINE
           CLOSE HEADROOM-REPORT-FILE

           PERFORM 0700-REWRITE-HISTORY
           DISPLAY 'Limits measured:        ' WS-MEASURED-COUNT
           DISPLAY 'Limits past 80 percent: ' WS-ALERT-COUNT
           IF WS-ALERT-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * the driver keeps only the steps due tonight, so the night that
      * fills its table is the one on which every enabled step comes
      * due; without a schedule file the compiled-in list runs
       0100-MEASURE-SCHEDULE.
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-STEPS)
           OPEN INPUT SCHEDULE-FILE
           IF WS-FS-STATUS-SCHEDULE NOT = '00'
               MOVE WS-DEFAULT-STEPS TO WS-USED (WS-SLOT-STEPS)
               MOVE 'COMPILED-IN DEFAULTS' TO
                   WS-USAGE-NOTE (WS-SLOT-STEPS)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF SC-STEP-NAME NOT = SPACES
                               AND SC-ENABLED = 'Y'
                           ADD 1 TO WS-USED (WS-SLOT-STEPS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      * the largest household's dependent count and the highest
      * customer number issued, both from one pass of the master
       0110-MEASURE-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-DEPENDENTS)
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-CUST-NO)
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF MS-DEPENDENT-COUNT >
                               WS-USED (WS-SLOT-DEPENDENTS)
                           MOVE MS-DEPENDENT-COUNT TO
                               WS-USED (WS-SLOT-DEPENDENTS)
                       END-IF
                       IF MS-CUSTOMER-NUMBER >
                               WS-USED (WS-SLOT-CUST-NO)
                           MOVE MS-CUSTOMER-NUMBER TO
                               WS-USED (WS-SLOT-CUST-NO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      * the highest customer code a branch has sent, and the largest
      * batch count a header or trailer has had to carry
       0120-MEASURE-BRANCH-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FS-STATUS-FEED NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-FEED-CODE)
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-HDR-COUNT)
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ FEED-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       PERFORM 0125-MEASURE-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       0125-MEASURE-FEED-RECORD.
           EVALUATE FD-REC-TYPE
               WHEN 'H'
                   IF FH-EXPECTED IS NUMERIC
                           AND FH-EXPECTED >
                               WS-USED (WS-SLOT-HDR-COUNT)
                       MOVE FH-EXPECTED TO
                           WS-USED (WS-SLOT-HDR-COUNT)
                   END-IF
               WHEN 'T'
                   IF FT-ACTUAL IS NUMERIC
                           AND FT-ACTUAL >
                               WS-USED (WS-SLOT-HDR-COUNT)
                       MOVE FT-ACTUAL TO
                           WS-USED (WS-SLOT-HDR-COUNT)
                   END-IF
               WHEN 'D'
                   IF FDT-CODE IS NUMERIC
                           AND FDT-CODE >
                               WS-USED (WS-SLOT-FEED-CODE)
                       MOVE FDT-CODE TO
                           WS-USED (WS-SLOT-FEED-CODE)
                   END-IF
           END-EVALUATE.

       0130-MEASURE-CITY-LOOKUP.
           OPEN INPUT CITY-LOOKUP-FILE
           IF WS-FS-STATUS-CITY NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CITY-LOOKUP-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF CITY-LOOKUP-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITY-LOOKUP-FILE
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-CITY)
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-CITY).

      * without a threshold file the grading programs run on the
      * four compiled-in bands
       0140-MEASURE-THRESHOLDS.
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-THRESH)
           OPEN INPUT THRESHOLD-FILE
           IF WS-FS-STATUS-THRESH NOT = '00'
               MOVE 4 TO WS-USED (WS-SLOT-THRESH)
               MOVE 'COMPILED-IN DEFAULTS' TO
                   WS-USAGE-NOTE (WS-SLOT-THRESH)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ THRESHOLD-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF THRESHOLD-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE THRESHOLD-FILE
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-THRESH).

       0150-MEASURE-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-STATUS-HOLIDAY NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF HOLIDAY-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-HOLIDAY)
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-HOLIDAY).

      * the maintenance programs each hold fifty authority rows; the
      * authority maintenance program itself holds more, so fifty is
      * the ceiling that bites first
       0160-MEASURE-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ USER-AUTHORITY-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF USER-AUTHORITY-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-AUTH)
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-AUTH).

       0170-MEASURE-TERRITORIES.
           OPEN INPUT TERRITORY-FILE
           IF WS-FS-STATUS-TERR NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ TERRITORY-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF TERRITORY-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERRITORY-FILE
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-TERR)
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-TERR).

       0180-MEASURE-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF WS-FS-STATUS-RUNBOOK NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ RUNBOOK-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF RUNBOOK-REC NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE
           MOVE 'Y' TO WS-MEASURED (WS-SLOT-RUNBOOK)
           MOVE WS-LINE-COUNT TO WS-USED (WS-SLOT-RUNBOOK).

      * earlier runs' measurements; tonight's own lines (from a
      * rerun) and lines past the three-year window are dropped here
      * and the file is rewritten with tonight's measurements after
       0200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-STATUS-HISTORY NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ HISTORY-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       PERFORM 0210-KEEP-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       0210-KEEP-HISTORY-LINE.
           IF CH-BUSINESS-DATE IS NOT NUMERIC
                   OR CH-USED IS NOT NUMERIC
                   OR CH-BUSINESS-DATE >= WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE CH-BUSINESS-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT > WS-HIST-KEEP-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-COUNT < 600
               ADD 1 TO WS-HIST-COUNT
               MOVE CH-BUSINESS-DATE TO WS-HIST-DATE (WS-HIST-COUNT)
               MOVE CH-LIMIT-NAME TO WS-HIST-NAME (WS-HIST-COUNT)
               MOVE CH-USED TO WS-HIST-USED (WS-HIST-COUNT)
           END-IF.

      * percent used against the ceiling, the projection from the
      * earliest kept measurement, and the alert past 80 percent
       0300-REPORT-LIMIT.
           MOVE WS-LIMIT-NAME (WS-LIMIT-IDX) TO WD-NAME
           MOVE WS-LIMIT-HELD-IN (WS-LIMIT-IDX) TO WD-HELD-IN
           MOVE WS-LIMIT-MAX (WS-LIMIT-IDX) TO WD-CEILING
           MOVE SPACES TO WD-FLAG
           IF WS-MEASURED (WS-LIMIT-IDX) NOT = 'Y'
               MOVE ZEROS TO WD-USED
               MOVE ZEROS TO WD-PERCENT
               MOVE 'NOT MEASURED -- FILE NOT FOUND' TO WD-FORECAST
               WRITE HEADROOM-REPORT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEASURED-COUNT
           COMPUTE WS-PERCENT ROUNDED =
               WS-USED (WS-LIMIT-IDX) * 100
                   / WS-LIMIT-MAX (WS-LIMIT-IDX)
               ON SIZE ERROR
                   MOVE 999.9 TO WS-PERCENT
           END-COMPUTE
           MOVE WS-USED (WS-LIMIT-IDX) TO WD-USED
           MOVE WS-PERCENT TO WD-PERCENT
           PERFORM 0350-PROJECT-EXHAUSTION
           MOVE WS-FORECAST-NOTE TO WD-FORECAST
           IF WS-PERCENT > WS-ALERT-PERCENT
               MOVE '*** OVER 80%' TO WD-FLAG
           END-IF
           WRITE HEADROOM-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-USAGE-NOTE (WS-LIMIT-IDX) NOT = SPACES
               MOVE SPACES TO HEADROOM-REPORT-LINE
               STRING '    MEASURED FROM '
                   WS-USAGE-NOTE (WS-LIMIT-IDX)
                   DELIMITED BY SIZE INTO HEADROOM-REPORT-LINE
               WRITE HEADROOM-REPORT-LINE
           END-IF
           IF WS-PERCENT > WS-ALERT-PERCENT
               PERFORM 0400-POST-HEADROOM-ALERT
           END-IF.

      * growth since the earliest kept measurement of the limit gives
      * a daily rate and the days left at that rate; the date itself
      * is only worked out inside DATE-UTILS' reach of 999 days
       0350-PROJECT-EXHAUSTION.
           MOVE SPACES TO WS-FORECAST-NOTE
           IF WS-USED (WS-LIMIT-IDX) >= WS-LIMIT-MAX (WS-LIMIT-IDX)
               MOVE 'AT CEILING NOW' TO WS-FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-EARLIEST-IDX
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HIST-NAME (WS-HIST-IDX) =
                       WS-LIMIT-NAME (WS-LIMIT-IDX)
                   IF WS-EARLIEST-IDX = ZEROS
                       MOVE WS-HIST-IDX TO WS-EARLIEST-IDX
                   ELSE
                       IF WS-HIST-DATE (WS-HIST-IDX) <
                               WS-HIST-DATE (WS-EARLIEST-IDX)
                           MOVE WS-HIST-IDX TO WS-EARLIEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EARLIEST-IDX = ZEROS
               MOVE 'NO HISTORY YET' TO WS-FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-USED (WS-LIMIT-IDX) <=
                   WS-HIST-USED (WS-EARLIEST-IDX)
               MOVE 'NOT GROWING' TO WS-FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-HIST-DATE (WS-EARLIEST-IDX) TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAYS-OUT TO WS-DAYS-OBSERVED
           COMPUTE WS-DAILY-RATE ROUNDED =
               (WS-USED (WS-LIMIT-IDX) -
                WS-HIST-USED (WS-EARLIEST-IDX)) / WS-DAYS-OBSERVED
           COMPUTE WS-REMAINING =
               WS-LIMIT-MAX (WS-LIMIT-IDX) - WS-USED (WS-LIMIT-IDX)
           COMPUTE WS-DAYS-TO-FILL = WS-REMAINING / WS-DAILY-RATE
               ON SIZE ERROR
                   MOVE 9999999 TO WS-DAYS-TO-FILL
           END-COMPUTE
           MOVE WS-DAYS-TO-FILL TO WS-FILL-SHOW
           IF WS-DAYS-TO-FILL > 999
               STRING WS-FILL-SHOW '  BEYOND 999 DAYS'
                   DELIMITED BY SIZE INTO WS-FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADDC' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           MOVE WS-DAYS-TO-FILL TO DU-DAYS
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DATE-OUT TO WS-FILL-DATE
           STRING WS-FILL-SHOW '  ' WS-FILL-DATE
               DELIMITED BY SIZE INTO WS-FORECAST-NOTE.

       0400-POST-HEADROOM-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO ALERT-REC
           IF WS-USED (WS-LIMIT-IDX) >= WS-LIMIT-MAX (WS-LIMIT-IDX)
               MOVE 'F' TO AL-SEVERITY
           ELSE
               MOVE 'W' TO AL-SEVERITY
           END-IF
           MOVE 'CAPACITY-HEADROOM' TO AL-SOURCE
           MOVE WS-PERCENT TO WS-PERCENT-SHOW
           MOVE SPACES TO AL-MESSAGE
           STRING WS-LIMIT-NAME (WS-LIMIT-IDX) DELIMITED BY '  '
               ' AT ' WS-PERCENT-SHOW '% OF CEILING'
               DELIMITED BY SIZE INTO AL-MESSAGE
           DISPLAY 'WARN: ' AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

      * the kept history goes back with tonight's measurements added,
      * so next month's run has a point to measure growth from
       0700-REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF WS-FS-STATUS-HISTORY NOT = '00'
               DISPLAY 'ERROR REWRITING CAPACITY HISTORY, STATUS: '
                   WS-FS-STATUS-HISTORY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-HIST-DATE (WS-HIST-IDX) TO CH-BUSINESS-DATE
               MOVE ',' TO CH-COMMA-1
               MOVE WS-HIST-NAME (WS-HIST-IDX) TO CH-LIMIT-NAME
               MOVE ',' TO CH-COMMA-2
               MOVE WS-HIST-USED (WS-HIST-IDX) TO CH-USED
               WRITE HISTORY-REC
           END-PERFORM
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               IF WS-MEASURED (WS-LIMIT-IDX) = 'Y'
                   MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE
                   MOVE ',' TO CH-COMMA-1
                   MOVE WS-LIMIT-NAME (WS-LIMIT-IDX) TO CH-LIMIT-NAME
                   MOVE ',' TO CH-COMMA-2
                   MOVE WS-USED (WS-LIMIT-IDX) TO CH-USED
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.
