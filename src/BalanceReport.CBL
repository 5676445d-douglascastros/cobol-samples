      *          exceptions must equal records staged, staged must
      *          equal records received downstream, received must
      *          equal written plus rejected plus skipped, the CSV
      *          export must carry the register's count, the
      *          control-break report's grand total must match the
      *          register, billing's transactions read must equal
      *          those posted plus those rejected, and on the night
      *          the month's statements run, the charges and payments
      *          BILLING-POST posted over the month must equal what
      *          BILLING-STATEMENTS billed, and the change-of-address
      *          feed lines read must equal those applied plus those
      *          sent to clerical review, and the payroll register's
      *          people and gross foot to its paid and not-paid
      *          counts and its department totals. Any break fails
      *          the run loudly, so an out-of-balance night is caught
      *          at six in the morning instead of at month end. The
      *          night's break count is posted back onto the ledger,
      *          where PERIOD-CLOSE looks for a clean balance on every
      *          business day of a month before closing it. A check
      *          whose counters were not all posted (a step not
      *          scheduled that night) is reported as not evaluated
      *          rather than failed. When a step posted the same counter
      *          twice (a rerun), the latest posting stands. On a
      *          date that also ran numbered intraday cycles over late
      *          branch files, the READ-FILES / WRITE-FILES checks are
      *          first footed cycle by cycle -- each cycle must
      *          balance on its own -- and then for the day as a
      *          whole, every cycle's postings summed together.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-REPORT.
               'src/control-ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LEDGER.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
       FD CONTROL-LEDGER-FILE.
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

       FD BALANCE-HOLD-FILE.
       01 BALANCE-HOLD-REC.
           05 BH-BUSINESS-DATE PIC 9(08).
       01 WS-LEDGER-END       PIC X(01) VALUE 'N'.
       01 WS-BREAK-COUNT      PIC 9(03) VALUE ZEROS.

      * the night's own outcome, posted back onto the ledger through
      * LEDGER-WRITER so PERIOD-CLOSE can see every business day of a
      * month balanced clean before it closes the month; a rerun's
      * later posting stands, as for every other counter
       COPY 'src/DATA-CONTROL-LEDGER.CPY' REPLACING
           ==CONTROL-LEDGER-REC== BY ==BALANCE-POSTING-REC==
           ==LG-BUSINESS-DATE==   BY ==BP-BUSINESS-DATE==
           ==LG-STEP-NAME==       BY ==BP-STEP-NAME==
           ==LG-COUNTER-NAME==    BY ==BP-COUNTER-NAME==
           ==LG-COUNTER-VALUE==   BY ==BP-COUNTER-VALUE==
           ==LG-CYCLE-NUMBER==    BY ==BP-CYCLE-NUMBER==.

      * the date's postings, last value per step, counter and cycle
       01 WS-POST-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 300 TIMES.
               10 WS-POST-STEP    PIC X(20).
               10 WS-POST-COUNTER PIC X(20).
               10 WS-POST-CYCLE   PIC 9(02).
               10 WS-POST-VALUE   PIC 9(09).
       01 WS-POST-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-POST-FOUND PIC X(01) VALUE 'N'.

      * processing cycles the register pipeline posted under tonight,
      * flagged by cycle number plus one; a posting with no cycle
      * number is the nightly cycle 00. WS-FETCH-ALL-CYCLES = 'Y'
      * sums a counter across every cycle (the day as a whole, and
      * every check that is not cycle-aware); 'N' fetches just
      * WS-FETCH-CYCLE's posting.
       01 WS-LEDGER-CYCLE     PIC 9(02) VALUE ZEROS.
       01 WS-CYCLE-SEEN-TABLE.
           05 WS-CYCLE-SEEN PIC X(01) OCCURS 100 TIMES.
       01 WS-CYCLE-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-INTRADAY-SEEN    PIC X(01) VALUE 'N'.
       01 WS-FETCH-ALL-CYCLES PIC X(01) VALUE 'Y'.
       01 WS-FETCH-CYCLE      PIC 9(02) VALUE ZEROS.

      * the month to date's BILLING-POST money, one slot per day of
      * the month so a rerun's later posting replaces the earlier one
       01 WS-MONTH-START.
           05 WS-MONTH-START-YYYYMM PIC 9(06) VALUE ZEROS.
           05 WS-MONTH-START-DD     PIC 9(02) VALUE ZEROS.
       01 WS-MONTH-START-DATE REDEFINES WS-MONTH-START PIC 9(08).
       01 WS-BILL-DAY-TABLE.
           05 WS-BILL-DAY OCCURS 31 TIMES.
               10 WS-BILL-DAY-CHARGES  PIC 9(09).
               10 WS-BILL-DAY-PAYMENTS PIC 9(09).
       01 WS-BILL-DAY-IDX      PIC 9(02) VALUE ZEROS.
       01 WS-MONTH-CHARGES     PIC 9(09) VALUE ZEROS.
       01 WS-MONTH-PAYMENTS    PIC 9(09) VALUE ZEROS.

      * one check's operands, pulled off the table before it is
      * evaluated; WS-ALL-PRESENT clears when any operand was never
      * posted
       01 WS-ALL-PRESENT PIC X(01) VALUE 'Y'.
       01 WS-CHECK-TITLE PIC X(46) VALUE SPACES.

      * the balance sheet is printed through the shared
      * REPORT-WRITER, which heads, pages and closes it with the
      * standard trailer; each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 BALANCE-REPORT-LINE PIC X(80).

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           PERFORM 0100-LOAD-LEDGER
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'BALANCE-REPORT' TO RW-PROGRAM-ID
           MOVE 'NIGHTLY BALANCE SHEET' TO RW-REPORT-TITLE
           MOVE 'src/balance-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-INTRADAY-SEEN = 'Y'
               PERFORM 0190-CHECK-EACH-CYCLE
           END-IF
           MOVE 'Y' TO WS-FETCH-ALL-CYCLES
           PERFORM 0200-CHECK-READ-BALANCE
           PERFORM 0300-CHECK-HANDOFF
           PERFORM 0400-CHECK-WRITE-BALANCE
           PERFORM 0500-CHECK-CSV-COUNT
           PERFORM 0600-CHECK-REPORT-TOTAL
           PERFORM 0610-CHECK-BILLING-POST
           PERFORM 0620-CHECK-BILLED-CHARGES
           PERFORM 0630-CHECK-BILLED-PAYMENTS
           PERFORM 0640-CHECK-COA-APPLY
           PERFORM 0650-CHECK-PAYROLL-COUNT
           PERFORM 0660-CHECK-PAYROLL-GROSS

           MOVE SPACES TO BALANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING 'BALANCE BREAKS: ' WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'BALANCE BREAKS' TO RW-COUNT-LABEL (1)
           MOVE WS-BREAK-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           MOVE SPACES TO BALANCE-POSTING-REC
           MOVE WS-BUSINESS-DATE TO BP-BUSINESS-DATE
           MOVE 'BALANCE-REPORT' TO BP-STEP-NAME
           MOVE 'BREAKS' TO BP-COUNTER-NAME
           MOVE WS-BREAK-COUNT TO BP-COUNTER-VALUE
           MOVE ZEROS TO BP-CYCLE-NUMBER
           CALL 'LEDGER-WRITER' USING BALANCE-POSTING-REC

           DISPLAY 'Balance breaks: ' WS-BREAK-COUNT
           IF WS-BREAK-COUNT > ZEROS
      * loads the date's postings, replacing an earlier value when
      * the same step posts the same counter again (a rerun)
       0100-LOAD-LEDGER.
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START-DATE
           MOVE 01 TO WS-MONTH-START-DD
           INITIALIZE WS-BILL-DAY-TABLE
           MOVE ALL 'N' TO WS-CYCLE-SEEN-TABLE
           OPEN INPUT CONTROL-LEDGER-FILE
           IF WS-FS-STATUS-LEDGER NOT = '00'
               DISPLAY 'NO CONTROL LEDGER ON FILE, STATUS: '
                       IF LG-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 0150-STORE-ONE-POSTING
                       END-IF
                       IF LG-STEP-NAME = 'BILLING-POST'
                               AND LG-BUSINESS-DATE NOT <
                                   WS-MONTH-START-DATE
                               AND LG-BUSINESS-DATE NOT >
                                   WS-BUSINESS-DATE
                           PERFORM 0155-STORE-BILLING-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE.

       0150-STORE-ONE-POSTING.
           MOVE ZEROS TO WS-LEDGER-CYCLE
           IF LG-CYCLE-NUMBER IS NUMERIC
               MOVE LG-CYCLE-NUMBER TO WS-LEDGER-CYCLE
           END-IF
           IF LG-STEP-NAME = 'READ-FILES' OR 'WRITE-FILES'
               ADD 1 WS-LEDGER-CYCLE GIVING WS-CYCLE-IDX
               MOVE 'Y' TO WS-CYCLE-SEEN (WS-CYCLE-IDX)
               IF WS-LEDGER-CYCLE NOT = ZEROS
                   MOVE 'Y' TO WS-INTRADAY-SEEN
               END-IF
           END-IF
           MOVE 'N' TO WS-POST-FOUND
           MOVE ZEROS TO WS-POST-IDX
           PERFORM UNTIL WS-POST-IDX = WS-POST-COUNT
               IF WS-POST-STEP (WS-POST-IDX) = LG-STEP-NAME
                       AND WS-POST-COUNTER (WS-POST-IDX) =
                           LG-COUNTER-NAME
                       AND WS-POST-CYCLE (WS-POST-IDX) =
                           WS-LEDGER-CYCLE
                   MOVE 'Y' TO WS-POST-FOUND
                   MOVE LG-COUNTER-VALUE TO
                       WS-POST-VALUE (WS-POST-IDX)
               END-IF
           END-PERFORM
           IF WS-POST-FOUND = 'N'
               IF WS-POST-COUNT < 300
                   ADD 1 TO WS-POST-COUNT
                   MOVE LG-STEP-NAME TO
                       WS-POST-STEP (WS-POST-COUNT)
                   MOVE LG-COUNTER-NAME TO
                       WS-POST-COUNTER (WS-POST-COUNT)
                   MOVE WS-LEDGER-CYCLE TO
                       WS-POST-CYCLE (WS-POST-COUNT)
                   MOVE LG-COUNTER-VALUE TO
                       WS-POST-VALUE (WS-POST-COUNT)
               ELSE
               END-IF
           END-IF.

      * keeps the latest CHARGE-CENTS and PAYMENT-CENTS BILLING-POST
      * posted for each day of the month so far
       0155-STORE-BILLING-DAY.
           MOVE LG-BUSINESS-DATE (7:2) TO WS-BILL-DAY-IDX
           IF LG-COUNTER-NAME = 'CHARGE-CENTS'
               MOVE LG-COUNTER-VALUE TO
                   WS-BILL-DAY-CHARGES (WS-BILL-DAY-IDX)
           END-IF
           IF LG-COUNTER-NAME = 'PAYMENT-CENTS'
               MOVE LG-COUNTER-VALUE TO
                   WS-BILL-DAY-PAYMENTS (WS-BILL-DAY-IDX)
           END-IF.

      * fetches one posted counter into WS-VALUE-A, clearing
      * WS-ALL-PRESENT when it was never posted; callers stack the
      * fetched values into B, C and D themselves. Each step, counter
      * and cycle is held once, so summing every match gives the one
      * cycle's value or, across all cycles, the day's.
       0160-FETCH-COUNTER.
           MOVE 'N' TO WS-POST-FOUND
           MOVE ZEROS TO WS-POST-IDX
           MOVE ZEROS TO WS-VALUE-A
           PERFORM UNTIL WS-POST-IDX = WS-POST-COUNT
               ADD 1 TO WS-POST-IDX
               IF WS-POST-STEP (WS-POST-IDX) = LG-STEP-NAME
                       AND WS-POST-COUNTER (WS-POST-IDX) =
                           LG-COUNTER-NAME
                       AND (WS-FETCH-ALL-CYCLES = 'Y'
                         OR WS-POST-CYCLE (WS-POST-IDX) =
                            WS-FETCH-CYCLE)
                   MOVE 'Y' TO WS-POST-FOUND
                   ADD WS-POST-VALUE (WS-POST-IDX) TO WS-VALUE-A
               END-IF
           END-PERFORM
           IF WS-POST-FOUND = 'N'
               MOVE 'N' TO WS-ALL-PRESENT
           END-IF.

      * foots the register pipeline's three checks for each cycle
      * the date ran, nightly first, so a break in one cycle cannot
      * hide inside the day's totals; the day-as-a-whole checks
      * follow under their own heading
       0190-CHECK-EACH-CYCLE.
           MOVE 'N' TO WS-FETCH-ALL-CYCLES
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > 100
               IF WS-CYCLE-SEEN (WS-CYCLE-IDX) = 'Y'
                   SUBTRACT 1 FROM WS-CYCLE-IDX GIVING WS-FETCH-CYCLE
                   MOVE SPACES TO BALANCE-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
                   MOVE SPACES TO BALANCE-REPORT-LINE
                   IF WS-FETCH-CYCLE = ZEROS
                       MOVE 'CYCLE 00 (NIGHTLY)' TO BALANCE-REPORT-LINE
                   ELSE
                       STRING 'CYCLE ' WS-FETCH-CYCLE ' (INTRADAY)'
                           DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                   END-IF
                   PERFORM 0900-PRINT-REPORT-LINE
                   PERFORM 0200-CHECK-READ-BALANCE
                   PERFORM 0300-CHECK-HANDOFF
                   PERFORM 0400-CHECK-WRITE-BALANCE
               END-IF
           END-PERFORM
           MOVE SPACES TO BALANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'DAY AS A WHOLE (ALL CYCLES)' TO BALANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * one balance line: OK, BREAK (counted, fails the run) or NOT
      * EVALUATED when a counter was never posted
       0180-REPORT-ONE-CHECK.
                       DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               END-IF
           END-IF
           PERFORM 0900-PRINT-REPORT-LINE.

      * parks the out-of-balance hold that keeps the next night from
      * running on top of tonight's discrepancy; only an authorized
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * the export is rebuilt only by the nightly cycle's full pass,
      * so it is held to that cycle's writes alone
       0500-CHECK-CSV-COUNT.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'N' TO WS-FETCH-ALL-CYCLES
           MOVE ZEROS TO WS-FETCH-CYCLE
           MOVE 'WRITE-FILES' TO LG-STEP-NAME
           MOVE 'CSV-EXPORTED' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-RIGHT-SIDE
           MOVE 'CSV EXPORT = RECORDS WRITTEN:' TO WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK
           MOVE 'Y' TO WS-FETCH-ALL-CYCLES.

       0600-CHECK-REPORT-TOTAL.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'REPORT GRAND TOTAL = REGISTER RECORDS:' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

       0610-CHECK-BILLING-POST.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'BILLING-POST' TO LG-STEP-NAME
           MOVE 'TRANS-READ' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-LEFT-SIDE
           MOVE 'POSTED' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-VALUE-B
           MOVE 'REJECTED' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           COMPUTE WS-RIGHT-SIDE = WS-VALUE-B + WS-VALUE-A
           MOVE 'BILLING READ = POSTED + REJECTED:' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * only evaluated on the night the statements ran; the month's
      * posted cents are summed day by day off the ledger
       0620-CHECK-BILLED-CHARGES.
           MOVE ZEROS TO WS-MONTH-CHARGES
           MOVE ZEROS TO WS-MONTH-PAYMENTS
           PERFORM VARYING WS-BILL-DAY-IDX FROM 1 BY 1
                   UNTIL WS-BILL-DAY-IDX > 31
               ADD WS-BILL-DAY-CHARGES (WS-BILL-DAY-IDX) TO
                   WS-MONTH-CHARGES
               ADD WS-BILL-DAY-PAYMENTS (WS-BILL-DAY-IDX) TO
                   WS-MONTH-PAYMENTS
           END-PERFORM
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'BILLING-STATEMENTS' TO LG-STEP-NAME
           MOVE 'BILLED-CHARGE-CENTS' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-RIGHT-SIDE
           MOVE WS-MONTH-CHARGES TO WS-LEFT-SIDE
           MOVE 'MONTH CHARGES POSTED = BILLED (CENTS):' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

       0630-CHECK-BILLED-PAYMENTS.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'BILLING-STATEMENTS' TO LG-STEP-NAME
           MOVE 'BILLED-PAYMENT-CENTS' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-RIGHT-SIDE
           MOVE WS-MONTH-PAYMENTS TO WS-LEFT-SIDE
           MOVE 'MONTH PAYMENTS POSTED = BILLED (CENTS):' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * every change-of-address feed line is either applied to the
      * master or written to the clerical review file
       0640-CHECK-COA-APPLY.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'COA-APPLY' TO LG-STEP-NAME
           MOVE 'FEED-READ' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-LEFT-SIDE
           MOVE 'APPLIED' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-VALUE-B
           MOVE 'REVIEW' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           COMPUTE WS-RIGHT-SIDE = WS-VALUE-B + WS-VALUE-A
           MOVE 'ADDRESS FEED READ = APPLIED + REVIEW:' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * everyone PAYROLL-REGISTER read off the person file was
      * paid, listed as not paid, or off the payroll all period
       0650-CHECK-PAYROLL-COUNT.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'PAYROLL-REGISTER' TO LG-STEP-NAME
           MOVE 'PERSONS-READ' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-LEFT-SIDE
           MOVE 'PAID' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-VALUE-B
           MOVE 'NOT-PAID' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           ADD WS-VALUE-A TO WS-VALUE-B
           MOVE 'OUTSIDE-PERIOD' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           COMPUTE WS-RIGHT-SIDE = WS-VALUE-B + WS-VALUE-A
           MOVE 'PAYROLL READ = PAID + NOT PAID + OUTSIDE:' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * the gross as each person was priced must equal the gross
      * the department totals added up to after the sort
       0660-CHECK-PAYROLL-GROSS.
           MOVE 'Y' TO WS-ALL-PRESENT
           MOVE 'PAYROLL-REGISTER' TO LG-STEP-NAME
           MOVE 'GROSS-CENTS' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-LEFT-SIDE
           MOVE 'DEPT-GROSS-CENTS' TO LG-COUNTER-NAME
           PERFORM 0160-FETCH-COUNTER
           MOVE WS-VALUE-A TO WS-RIGHT-SIDE
           MOVE 'PAYROLL GROSS = DEPARTMENT TOTALS (CENTS):' TO
               WS-CHECK-TITLE
           PERFORM 0180-REPORT-ONE-CHECK.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE BALANCE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
