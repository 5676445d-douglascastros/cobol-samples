      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly posting of the day's household charges and
      *          payments onto the per-household account ledger.
      *          Each transaction on billing-transactions.txt is
      *          checked -- a charge ('C') or payment ('P'), keyed by a
      *          user holding that letter on the BILL authority row,
      *          for a household on the customer master, with a real
      *          date no later than the business date and an amount
      *          above zero -- and either appended to
      *          src/account-ledger.txt or rejected to the result
      *          report. A closed household takes no new charges but
      *          may still pay. The transaction file is emptied once
      *          the night's lines are posted or rejected, keeping
      *          only a line whose ledger write failed. Counts and
      *          money totals go to the control ledger so
      *          BALANCE-REPORT proves the night's postings and, at
      *          month end, that what was posted equals what
      *          BILLING-STATEMENTS billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-TRANS-FILE ASSIGN TO
               'src/billing-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

      * the per-household account ledger, appended and never
      * rewritten
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO
               'src/account-ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ACCT.

      * transactions whose ledger write failed, gathered during the
      * run and written back onto the emptied transaction file
           SELECT BILLING-RETRY-FILE ASSIGN TO
               'src/billing-transactions-retry.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RETRY.
           SELECT BILLING-POST-REPORT ASSIGN TO
               'src/billing-post-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: which users may post charges ('C')
      * and payments ('P') against the BILL master id
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * shared run-statistics history, one appended record per run
           SELECT RUN-STATS-FILE ASSIGN TO 'src/run-statistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-TRANS-FILE.
       01 BILLING-TRANS-REC.
           05 BT-ACTION          PIC X(01).
           05 FILLER             PIC X(01).
           05 BT-CUSTOMER-NUMBER PIC 9(06).
           05 FILLER             PIC X(01).
           05 BT-TRANS-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 BT-AMOUNT          PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 BT-REFERENCE       PIC X(10).
           05 FILLER             PIC X(01).
           05 BT-DESCRIPTION     PIC X(30).
           05 FILLER             PIC X(01).
           05 BT-USER-ID         PIC X(08).

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

       FD ACCOUNT-LEDGER-FILE.
       COPY 'src/DATA-ACCOUNT-LEDGER.CPY'.

       FD BILLING-RETRY-FILE.
       01 BILLING-RETRY-REC PIC X(78).

       FD BILLING-POST-REPORT.
       01 BILLING-POST-REPORT-LINE PIC X(80).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-TRANS PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ACCT  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC    PIC X(02) VALUE '00'.
       01 WS-TRANS-END       PIC X(01) VALUE 'N'.
       01 WS-RESULT-MESSAGE  PIC X(40) VALUE SPACES.
       01 WS-TRANS-OK        PIC X(01) VALUE 'Y'.
       01 WS-TRANS-OPENED    PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-RETRY PIC X(02) VALUE '00'.
       01 WS-RETRY-END       PIC X(01) VALUE 'N'.
       01 WS-RETRY-COUNT     PIC 9(07) VALUE ZEROS.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the night's counts and money totals; the totals reach the
      * control ledger in whole cents
       01 WS-TRANS-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-POSTED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-REJECT-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-CHARGE-TOTAL   PIC 9(07)V99 VALUE ZEROS.
       01 WS-PAYMENT-TOTAL  PIC 9(07)V99 VALUE ZEROS.
       01 WS-EDIT-AMOUNT    PIC Z,ZZZ,ZZ9.99.

      * who may post what: the authorization reference loaded once,
      * a missing file meaning checking is not yet in force on this
      * box
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-IN-FORCE   PIC X(01) VALUE 'N'.
       01 WS-AUTH-COUNT      PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
       01 WS-AUTH-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-OK         PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'BILL'.

      * the audit record handed to the shared AUDIT-WRITER
       COPY 'src/DATA-AUDIT.CPY'.
       01 WS-AUDIT-DATE PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME PIC 9(08) VALUE ZEROS.

      * ledger entry handed to the shared LEDGER-WRITER subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

      * the shared date routines validate the charge date
       COPY 'src/DATA-DATE-UTILS.CPY'.

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

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           MOVE 'START' TO JL-FUNCTION
           MOVE 'BILLING-POST' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN OUTPUT BILLING-POST-REPORT
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           STRING 'BILLING POSTING FOR ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE

           OPEN INPUT BILLING-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO BILLING TRANSACTIONS THIS RUN, STATUS: '
                   WS-FS-STATUS-TRANS
               MOVE 'S' TO WS-TRANS-END
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               IF WS-TRANS-END = 'N'
                   CLOSE BILLING-TRANS-FILE
               END-IF
               CLOSE BILLING-POST-REPORT
               MOVE 8 TO RETURN-CODE
               MOVE 'END' TO JL-FUNCTION
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-REQUEST
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACCOUNT-LEDGER-FILE
           IF WS-FS-STATUS-ACCT = '35'
               OPEN OUTPUT ACCOUNT-LEDGER-FILE
           END-IF
           OPEN OUTPUT BILLING-RETRY-FILE

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ BILLING-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           IF WS-FS-STATUS-TRANS = '00'
               CLOSE BILLING-TRANS-FILE
               MOVE 'Y' TO WS-TRANS-OPENED
           END-IF

           CLOSE BILLING-RETRY-FILE

      * every line is now on the account ledger, rejected on the
      * result report, or gathered for another try, so the
      * transactions are emptied and the next night cannot post them
      * again; only the lines whose ledger write failed go back
           IF WS-TRANS-OPENED = 'Y'
               PERFORM 0750-REQUEUE-FAILED-POSTS
           END-IF

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-LEDGER-FILE
           PERFORM 0700-WRITE-TOTALS
           CLOSE BILLING-POST-REPORT
           PERFORM 0800-POST-CONTROL-LEDGER
           PERFORM 0950-WRITE-RUN-STATS

           DISPLAY 'Billing transactions read:   ' WS-TRANS-COUNT
           DISPLAY 'Billing transactions posted: ' WS-POSTED-COUNT
           DISPLAY 'Billing transactions reject: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * loads the authorization reference file once at startup
       0060-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
           ELSE
               MOVE 'Y' TO WS-AUTH-IN-FORCE
               PERFORM UNTIL WS-AUTH-END = 'S'
                   READ USER-AUTHORITY-FILE
                       AT END
                           MOVE 'S' TO WS-AUTH-END
                       NOT AT END
                           IF WS-AUTH-COUNT < 50
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE UA-USER-ID TO
                                   WS-AUTH-USER (WS-AUTH-COUNT)
                               MOVE UA-MASTER-ID TO
                                   WS-AUTH-MASTER (WS-AUTH-COUNT)
                               MOVE UA-ACTIONS TO
                                   WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
           END-IF.

      * the keying user must hold the transaction's own letter on
      * the BILL row: 'C' to post charges, 'P' to post payments
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = BT-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               BT-ACTION
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * edits one transaction and posts it when every check passes;
      * the result line and audit record are written either way
       0100-PROCESS-TRANSACTION.
           PERFORM 0200-EDIT-TRANSACTION
           IF WS-TRANS-OK = 'Y'
               PERFORM 0300-POST-TO-LEDGER
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0850-WRITE-AUDIT-RECORD.

       0200-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-OK
           IF BT-ACTION NOT = 'C' AND BT-ACTION NOT = 'P'
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, UNKNOWN ACTION CODE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               MOVE 'N' TO WS-TRANS-OK
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' BT-USER-ID ' NOT AUTHORIZED FOR '
                   BT-ACTION
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BT-AMOUNT NOT NUMERIC OR BT-AMOUNT = ZEROS
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, AMOUNT MISSING OR NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BT-TRANS-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, DATE NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE BT-TRANS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, INVALID DATE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BT-TRANS-DATE > WS-BUSINESS-DATE
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, DATE AFTER BUSINESS DATE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * a charge or payment dated into a month PERIOD-CLOSE has
      * closed would change a signed-off month's billing
           MOVE BT-TRANS-DATE TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
           IF PQ-CLOSED = 'Y'
               MOVE 'N' TO WS-TRANS-OK
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BT-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, CUSTOMER NUMBER NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE BT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-OK
                   MOVE 'REJECTED, CUSTOMER NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF MS-ACCOUNT-CLOSED AND BT-ACTION = 'C'
               MOVE 'N' TO WS-TRANS-OK
               MOVE 'REJECTED, CHARGE TO CLOSED ACCOUNT' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * one appended ledger entry, stamped with tonight's business
      * date as its posting date
       0300-POST-TO-LEDGER.
           MOVE SPACES TO ACCOUNT-LEDGER-REC
           MOVE BT-CUSTOMER-NUMBER TO BL-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE TO BL-POST-DATE
           MOVE BT-TRANS-DATE TO BL-TRANS-DATE
           MOVE BT-ACTION TO BL-ENTRY-TYPE
           MOVE BT-AMOUNT TO BL-AMOUNT
           MOVE BT-REFERENCE TO BL-REFERENCE
           MOVE BT-DESCRIPTION TO BL-DESCRIPTION
           MOVE BT-USER-ID TO BL-USER-ID
           WRITE ACCOUNT-LEDGER-REC
           IF WS-FS-STATUS-ACCT NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               WRITE BILLING-RETRY-REC FROM BILLING-TRANS-REC
               ADD 1 TO WS-RETRY-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'POST FAILED, LEDGER STATUS '
                   WS-FS-STATUS-ACCT
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           IF BL-CHARGE
               ADD BT-AMOUNT TO WS-CHARGE-TOTAL
               MOVE 'CHARGE POSTED' TO WS-RESULT-MESSAGE
           ELSE
               ADD BT-AMOUNT TO WS-PAYMENT-TOTAL
               MOVE 'PAYMENT POSTED' TO WS-RESULT-MESSAGE
           END-IF.

       0700-WRITE-TOTALS.
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           STRING 'TRANSACTIONS READ ' WS-TRANS-COUNT
               '  POSTED ' WS-POSTED-COUNT
               '  REJECTED ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           STRING 'CHARGES POSTED  ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE
           MOVE WS-PAYMENT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           STRING 'PAYMENTS POSTED ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE.

      * rebuilds the transaction file from the lines whose ledger
      * write failed this run, in their original order, so the rerun
      * posts those and nothing that already reached the ledger
       0750-REQUEUE-FAILED-POSTS.
           OPEN OUTPUT BILLING-TRANS-FILE
           IF WS-RETRY-COUNT > ZEROS
               OPEN INPUT BILLING-RETRY-FILE
               IF WS-FS-STATUS-RETRY = '00'
                   PERFORM UNTIL WS-RETRY-END = 'S'
                       READ BILLING-RETRY-FILE
                           AT END
                               MOVE 'S' TO WS-RETRY-END
                           NOT AT END
                               WRITE BILLING-TRANS-REC
                                   FROM BILLING-RETRY-REC
                       END-READ
                   END-PERFORM
                   CLOSE BILLING-RETRY-FILE
               END-IF
               DISPLAY 'LEDGER WRITE FAILED FOR ' WS-RETRY-COUNT
                   ' TRANSACTIONS -- KEPT FOR THE RERUN'
           END-IF
           CLOSE BILLING-TRANS-FILE.

      * the night's counts and totals (money in whole cents) for
      * BALANCE-REPORT: read must equal posted plus rejected, and the
      * month's posted totals must equal what the statements billed
       0800-POST-CONTROL-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'BILLING-POST' TO LG-STEP-NAME
           MOVE 'TRANS-READ' TO LG-COUNTER-NAME
           MOVE WS-TRANS-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'POSTED' TO LG-COUNTER-NAME
           MOVE WS-POSTED-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'REJECTED' TO LG-COUNTER-NAME
           MOVE WS-REJECT-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'CHARGE-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-CHARGE-TOTAL * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'PAYMENT-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-PAYMENT-TOTAL * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

       0850-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'BILLING-POST' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE SPACES TO AT-ACTION
           STRING BT-ACTION ' ' BT-CUSTOMER-NUMBER ' ' BT-REFERENCE
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE BT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE BT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-POST-REPORT-LINE
           STRING BT-ACTION ' ' BT-CUSTOMER-NUMBER ' '
               WS-EDIT-AMOUNT ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO BILLING-POST-REPORT-LINE
           WRITE BILLING-POST-REPORT-LINE.

      * appends this run's statistics record: transactions read,
      * posted and rejected
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
               MOVE 'BILLING-POST' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-TRANS-COUNT TO RS-RECORDS-READ
               MOVE WS-POSTED-COUNT TO RS-RECORDS-WRITTEN
               MOVE ZEROS TO RS-EXCEPTION-COUNT
               MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
               MOVE ZEROS TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
