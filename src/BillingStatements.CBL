      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end household statements off the account
      *          ledger BILLING-POST keeps. The ledger is sorted by
      *          household and posting date; entries posted before
      *          the first of the business-date month make up the
      *          opening balance, entries posted from the first up to
      *          the business date print as the statement's charge
      *          and payment lines, and the closing balance follows.
      *          Outstanding charges are aged from their own charge
      *          date into current, 30, 60 and 90+ day buckets, with
      *          payments settling the oldest charges first. Every
      *          active household with ledger history gets a
      *          statement; a closed household (or one no longer on
      *          the master) still carrying a balance is listed on
      *          src/billing-collections.txt instead. The month's
      *          billed charge and payment totals go to the control
      *          ledger, where BALANCE-REPORT proves them against the
      *          nightly BILLING-POST postings. The step is
      *          scheduled nightly but only cuts statements on the
      *          month's last business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO
               'src/account-ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ACCT.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/billing-sort.tmp'.
           SELECT STATEMENT-FILE ASSIGN TO
               'src/billing-statements.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTIONS-FILE ASSIGN TO
               'src/billing-collections.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD ACCOUNT-LEDGER-FILE.
       COPY 'src/DATA-ACCOUNT-LEDGER.CPY'.

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

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-CUSTOMER-NUMBER PIC 9(06).
           05 SW-POST-DATE       PIC 9(08).
           05 SW-TRANS-DATE      PIC 9(08).
           05 SW-ENTRY-TYPE      PIC X(01).
               88 SW-CHARGE      VALUE 'C'.
               88 SW-PAYMENT     VALUE 'P'.
           05 SW-AMOUNT          PIC 9(07)V99.
           05 SW-REFERENCE       PIC X(10).
           05 SW-DESCRIPTION     PIC X(30).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(132).

       FD COLLECTIONS-FILE.
       01 COLLECTIONS-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-ACCT PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC   PIC X(02) VALUE '00'.
       01 WS-LOAD-END       PIC X(01) VALUE 'N'.
       01 WS-SORT-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the statement period: the first of the business-date month
      * through the business date itself
       01 WS-PERIOD-START.
           05 WS-PERIOD-START-YYYYMM PIC 9(06) VALUE ZEROS.
           05 WS-PERIOD-START-DD     PIC 9(02) VALUE ZEROS.
       01 WS-PERIOD-START-DATE REDEFINES WS-PERIOD-START PIC 9(08).

      * the household being gathered off the sort: S prints a
      * statement, C (closed) and M (missing from the master) are
      * candidates for the collections list
       01 WS-GROUP-OPEN        PIC X(01) VALUE 'N'.
       01 WS-GROUP-CUSTOMER    PIC 9(06) VALUE ZEROS.
       01 WS-HOUSEHOLD-KIND    PIC X(01) VALUE SPACES.
           88 WS-KIND-STATEMENT VALUE 'S'.
           88 WS-KIND-CLOSED    VALUE 'C'.
           88 WS-KIND-MISSING   VALUE 'M'.
       01 WS-HEADER-DONE       PIC X(01) VALUE 'N'.
       01 WS-GROUP-NAME        PIC X(50) VALUE SPACES.
       01 WS-GROUP-CLOSE-DATE  PIC 9(08) VALUE ZEROS.
       01 WS-OPENING-BALANCE   PIC S9(09)V99 VALUE ZEROS.
       01 WS-RUNNING-BALANCE   PIC S9(09)V99 VALUE ZEROS.
       01 WS-PERIOD-CHARGES    PIC 9(09)V99 VALUE ZEROS.
       01 WS-PERIOD-PAYMENTS   PIC 9(09)V99 VALUE ZEROS.

      * aging: every charge lands in the bucket its own age puts it
      * in, then the household's payments settle the oldest bucket
      * first; a payment surplus is a credit shown as current
       01 WS-AGE-CURRENT       PIC S9(09)V99 VALUE ZEROS.
       01 WS-AGE-30            PIC S9(09)V99 VALUE ZEROS.
       01 WS-AGE-60            PIC S9(09)V99 VALUE ZEROS.
       01 WS-AGE-90            PIC S9(09)V99 VALUE ZEROS.
       01 WS-PAID-TO-APPLY     PIC S9(09)V99 VALUE ZEROS.

      * the run's totals; billed money reaches the control ledger in
      * whole cents
       01 WS-ENTRY-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-STATEMENT-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-COLLECTIONS-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-BILLED-CHARGES    PIC 9(07)V99 VALUE ZEROS.
       01 WS-BILLED-PAYMENTS   PIC 9(07)V99 VALUE ZEROS.
       01 WS-EDIT-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2     PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-3     PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-4     PIC -Z,ZZZ,ZZ9.99.

      * the shared date routines age each charge
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * ledger entry handed to the shared LEDGER-WRITER subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * wall-clock bookends for the run-statistics record
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'BILLING-STATEMENTS' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

      * statements are cut on the month's last business day only: on
      * any other night the next business day is still in this month
      * and the step ends cleanly without printing or posting
           MOVE 'NEXB' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DATE-OUT (1:6) = WS-BUSINESS-DATE (1:6)
               DISPLAY 'NOT THE LAST BUSINESS DAY OF THE MONTH -- '
                   'NO STATEMENTS TONIGHT'
               MOVE 'END' TO JL-FUNCTION
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-REQUEST
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START-DATE
           MOVE 01 TO WS-PERIOD-START-DD

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 8 TO RETURN-CODE
               MOVE 'END' TO JL-FUNCTION
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-REQUEST
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT COLLECTIONS-FILE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'HOUSEHOLD STATEMENTS FOR THE PERIOD '
               WS-PERIOD-START-DATE ' TO ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO COLLECTIONS-LINE
           STRING 'CLOSED HOUSEHOLDS WITH A BALANCE AS OF '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO COLLECTIONS-LINE
           WRITE COLLECTIONS-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-NUMBER SW-POST-DATE
                   SW-TRANS-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRODUCE-STATEMENTS

           PERFORM 2950-WRITE-RUN-TOTALS
           CLOSE STATEMENT-FILE
           CLOSE COLLECTIONS-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 0800-POST-CONTROL-LEDGER
           PERFORM 0950-WRITE-RUN-STATS

           DISPLAY 'Ledger entries read:      ' WS-ENTRY-COUNT
           DISPLAY 'Statements produced:      ' WS-STATEMENT-COUNT
           DISPLAY 'Closed with a balance:    ' WS-COLLECTIONS-COUNT
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
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

      * the month's BILLED-* totals, for BALANCE-REPORT to prove
      * against the BILLING-POST postings of the same month
       0800-POST-CONTROL-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'BILLING-STATEMENTS' TO LG-STEP-NAME
           MOVE 'STATEMENTS' TO LG-COUNTER-NAME
           MOVE WS-STATEMENT-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'COLLECTIONS' TO LG-COUNTER-NAME
           MOVE WS-COLLECTIONS-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'BILLED-CHARGE-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-BILLED-CHARGES * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'BILLED-PAYMENT-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-BILLED-PAYMENTS * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

      * feeds the sort every ledger entry posted on or before the
      * business date; a rerun for an earlier date must not see
      * later postings
       1000-LOAD-SORT-FILE.
           OPEN INPUT ACCOUNT-LEDGER-FILE
           IF WS-FS-STATUS-ACCT NOT = '00'
               DISPLAY 'NO ACCOUNT LEDGER ON FILE, STATUS: '
                   WS-FS-STATUS-ACCT
               MOVE 'S' TO WS-LOAD-END
           END-IF
           PERFORM UNTIL WS-LOAD-END = 'S'
               READ ACCOUNT-LEDGER-FILE
                   AT END
                       MOVE 'S' TO WS-LOAD-END
                   NOT AT END
                       IF BL-POST-DATE NOT > WS-BUSINESS-DATE
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE BL-CUSTOMER-NUMBER TO
                               SW-CUSTOMER-NUMBER
                           MOVE BL-POST-DATE TO SW-POST-DATE
                           MOVE BL-TRANS-DATE TO SW-TRANS-DATE
                           MOVE BL-ENTRY-TYPE TO SW-ENTRY-TYPE
                           MOVE BL-AMOUNT TO SW-AMOUNT
                           MOVE BL-REFERENCE TO SW-REFERENCE
                           MOVE BL-DESCRIPTION TO SW-DESCRIPTION
                           RELEASE SORT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-ACCT = '00'
               CLOSE ACCOUNT-LEDGER-FILE
           END-IF.

      * the sort brings each household's entries together in
      * posting order; a change of customer number closes off the
      * previous household
       2000-PRODUCE-STATEMENTS.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       IF WS-GROUP-OPEN = 'Y'
                               AND SW-CUSTOMER-NUMBER NOT =
                                   WS-GROUP-CUSTOMER
                           PERFORM 2900-CLOSE-HOUSEHOLD
                       END-IF
                       IF WS-GROUP-OPEN = 'N'
                           PERFORM 2100-OPEN-HOUSEHOLD
                       END-IF
                       PERFORM 2200-APPLY-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 2900-CLOSE-HOUSEHOLD
           END-IF.

       2100-OPEN-HOUSEHOLD.
           MOVE 'Y' TO WS-GROUP-OPEN
           MOVE 'N' TO WS-HEADER-DONE
           MOVE SW-CUSTOMER-NUMBER TO WS-GROUP-CUSTOMER
           MOVE ZEROS TO WS-OPENING-BALANCE
           MOVE ZEROS TO WS-RUNNING-BALANCE
           MOVE ZEROS TO WS-PERIOD-CHARGES
           MOVE ZEROS TO WS-PERIOD-PAYMENTS
           MOVE ZEROS TO WS-AGE-CURRENT
           MOVE ZEROS TO WS-AGE-30
           MOVE ZEROS TO WS-AGE-60
           MOVE ZEROS TO WS-AGE-90
           MOVE ZEROS TO WS-PAID-TO-APPLY
           MOVE ZEROS TO WS-GROUP-CLOSE-DATE
           MOVE SW-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'M' TO WS-HOUSEHOLD-KIND
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-GROUP-NAME
               NOT INVALID KEY
                   MOVE MS-NAME TO WS-GROUP-NAME
                   IF MS-ACCOUNT-CLOSED
                       MOVE 'C' TO WS-HOUSEHOLD-KIND
                       MOVE MS-CLOSE-DATE TO WS-GROUP-CLOSE-DATE
                   ELSE
                       MOVE 'S' TO WS-HOUSEHOLD-KIND
                   END-IF
           END-READ.

      * one ledger entry: before the period it only moves the
      * opening balance, inside the period it prints as a line;
      * either way a charge is aged and a payment is held to settle
      * the oldest charges
       2200-APPLY-ENTRY.
           IF SW-CHARGE
               MOVE 'DIFD' TO DU-FUNCTION
               MOVE SW-TRANS-DATE TO DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               EVALUATE TRUE
                   WHEN DU-DAYS-OUT < 30
                       ADD SW-AMOUNT TO WS-AGE-CURRENT
                   WHEN DU-DAYS-OUT < 60
                       ADD SW-AMOUNT TO WS-AGE-30
                   WHEN DU-DAYS-OUT < 90
                       ADD SW-AMOUNT TO WS-AGE-60
                   WHEN OTHER
                       ADD SW-AMOUNT TO WS-AGE-90
               END-EVALUATE
           ELSE
               ADD SW-AMOUNT TO WS-PAID-TO-APPLY
           END-IF
           IF SW-POST-DATE < WS-PERIOD-START-DATE
               IF SW-CHARGE
                   ADD SW-AMOUNT TO WS-OPENING-BALANCE
               ELSE
                   SUBTRACT SW-AMOUNT FROM WS-OPENING-BALANCE
               END-IF
               MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF SW-CHARGE
               ADD SW-AMOUNT TO WS-RUNNING-BALANCE
               ADD SW-AMOUNT TO WS-PERIOD-CHARGES
               ADD SW-AMOUNT TO WS-BILLED-CHARGES
           ELSE
               SUBTRACT SW-AMOUNT FROM WS-RUNNING-BALANCE
               ADD SW-AMOUNT TO WS-PERIOD-PAYMENTS
               ADD SW-AMOUNT TO WS-BILLED-PAYMENTS
           END-IF
           IF NOT WS-KIND-STATEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-DONE = 'N'
               PERFORM 2300-PRINT-HEADER
           END-IF
           MOVE SW-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO STATEMENT-LINE
           IF SW-CHARGE
               STRING '  ' SW-TRANS-DATE ' ' SW-REFERENCE ' '
                   SW-DESCRIPTION ' CHARGE  ' WS-EDIT-AMOUNT
                   '  BALANCE ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING '  ' SW-TRANS-DATE ' ' SW-REFERENCE ' '
                   SW-DESCRIPTION ' PAYMENT ' WS-EDIT-AMOUNT
                   '  BALANCE ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.

      * the household's name and address from the master, then the
      * opening balance brought forward
       2300-PRINT-HEADER.
           MOVE 'Y' TO WS-HEADER-DONE
           MOVE ALL '-' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'HOUSEHOLD ' WS-GROUP-CUSTOMER ' ' MS-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '          ' MS-STREET-ADDRESS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '          ' MS-CITY-NAME ' ' MS-POSTAL-CODE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OPENING-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING '  OPENING BALANCE ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * settles payments against the oldest buckets first, then
      * either finishes the statement or, for a closed or vanished
      * household still owing (or owed), lists it for collections
       2900-CLOSE-HOUSEHOLD.
           MOVE 'N' TO WS-GROUP-OPEN
           PERFORM 2910-APPLY-PAYMENTS
           IF WS-KIND-STATEMENT
               IF WS-HEADER-DONE = 'N'
                   PERFORM 2300-PRINT-HEADER
               END-IF
               ADD 1 TO WS-STATEMENT-COUNT
               MOVE WS-PERIOD-CHARGES TO WS-EDIT-AMOUNT
               MOVE WS-PERIOD-PAYMENTS TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO STATEMENT-LINE
               STRING '  CHARGES THIS PERIOD ' WS-EDIT-AMOUNT
                   '  PAYMENTS THIS PERIOD ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-RUNNING-BALANCE TO WS-EDIT-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING '  CLOSING BALANCE ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-AGE-CURRENT TO WS-EDIT-AMOUNT
               MOVE WS-AGE-30 TO WS-EDIT-AMOUNT-2
               MOVE WS-AGE-60 TO WS-EDIT-AMOUNT-3
               MOVE WS-AGE-90 TO WS-EDIT-AMOUNT-4
               MOVE SPACES TO STATEMENT-LINE
               STRING '  AGING  CURRENT ' WS-EDIT-AMOUNT
                   '  30 DAYS ' WS-EDIT-AMOUNT-2
                   '  60 DAYS ' WS-EDIT-AMOUNT-3
                   '  90+ DAYS ' WS-EDIT-AMOUNT-4
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUNNING-BALANCE = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COLLECTIONS-COUNT
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-AGE-90 TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO COLLECTIONS-LINE
           IF WS-KIND-CLOSED
               STRING WS-GROUP-CUSTOMER ' ' WS-GROUP-NAME (1:40)
                   ' CLOSED ' WS-GROUP-CLOSE-DATE
                   ' BALANCE ' WS-EDIT-AMOUNT
                   ' 90+ DAYS ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO COLLECTIONS-LINE
           ELSE
               STRING WS-GROUP-CUSTOMER ' ' WS-GROUP-NAME (1:40)
                   '                 '
                   ' BALANCE ' WS-EDIT-AMOUNT
                   ' 90+ DAYS ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO COLLECTIONS-LINE
           END-IF
           WRITE COLLECTIONS-LINE.

      * oldest first: 90+, then 60, 30 and current; whatever is
      * left over is a credit carried in the current bucket
       2910-APPLY-PAYMENTS.
           IF WS-PAID-TO-APPLY > WS-AGE-90
               SUBTRACT WS-AGE-90 FROM WS-PAID-TO-APPLY
               MOVE ZEROS TO WS-AGE-90
           ELSE
               SUBTRACT WS-PAID-TO-APPLY FROM WS-AGE-90
               MOVE ZEROS TO WS-PAID-TO-APPLY
           END-IF
           IF WS-PAID-TO-APPLY > WS-AGE-60
               SUBTRACT WS-AGE-60 FROM WS-PAID-TO-APPLY
               MOVE ZEROS TO WS-AGE-60
           ELSE
               SUBTRACT WS-PAID-TO-APPLY FROM WS-AGE-60
               MOVE ZEROS TO WS-PAID-TO-APPLY
           END-IF
           IF WS-PAID-TO-APPLY > WS-AGE-30
               SUBTRACT WS-AGE-30 FROM WS-PAID-TO-APPLY
               MOVE ZEROS TO WS-AGE-30
           ELSE
               SUBTRACT WS-PAID-TO-APPLY FROM WS-AGE-30
               MOVE ZEROS TO WS-PAID-TO-APPLY
           END-IF
           SUBTRACT WS-PAID-TO-APPLY FROM WS-AGE-CURRENT.

       2950-WRITE-RUN-TOTALS.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BILLED-CHARGES TO WS-EDIT-AMOUNT
           MOVE WS-BILLED-PAYMENTS TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO STATEMENT-LINE
           STRING 'STATEMENTS ' WS-STATEMENT-COUNT
               '  CHARGES BILLED ' WS-EDIT-AMOUNT
               '  PAYMENTS BILLED ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO COLLECTIONS-LINE
           WRITE COLLECTIONS-LINE
           MOVE SPACES TO COLLECTIONS-LINE
           STRING 'HOUSEHOLDS LISTED FOR COLLECTIONS: '
               WS-COLLECTIONS-COUNT
               DELIMITED BY SIZE INTO COLLECTIONS-LINE
           WRITE COLLECTIONS-LINE.

      * appends this run's statistics record: ledger entries read,
      * statements written, households listed for collections
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
               MOVE 'BILLING-STATEMENTS' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-ENTRY-COUNT TO RS-RECORDS-READ
               MOVE WS-STATEMENT-COUNT TO RS-RECORDS-WRITTEN
               MOVE WS-COLLECTIONS-COUNT TO RS-EXCEPTION-COUNT
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE ZEROS TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
