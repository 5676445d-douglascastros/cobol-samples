      ******************************************************************
      * Author:
      * Date:
      * Purpose: term tuition billing off the transcript and the
      *          course catalog, so the bursar stops pricing the
      *          gradebook printout by hand. Each active student is
      *          charged for the credit hours of the course the
      *          transcript carries for the billing term, at the
      *          rate the tuition rate table gives the course's
      *          level (the first digit of its code: 1 for a
      *          100-level course). The run is nightly and only ever
      *          posts the difference between what the term should
      *          now bill and what the receivables ledger has
      *          already billed it, so a late enrollment is charged
      *          the night it posts, a dropped course is credited,
      *          and a student withdrawn on or before a refund
      *          cutoff gets that cutoff's percentage of the term's
      *          tuition back (nothing after the last cutoff). Every
      *          student posted to gets an invoice. The day's
      *          payments are posted onto the same ledger first, and
      *          the payment file emptied once they are posted (a
      *          payment whose write failed is kept for the rerun);
      *          the ledger is then aged -- payments and credits
      *          settle the oldest charges first -- into the past-due
      *          list, and every student left with anything past
      *          due is written to the student hold file, which
      *          TRANSCRIPT-REQUESTS honors by holding official
      *          transcripts until the balance is paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * the rate per credit hour for each course level
           SELECT TUITION-RATE-FILE ASSIGN TO
               'src/tuition-rates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RATE.

      * refund cutoffs by term: a withdrawal dated on or before a
      * cutoff gets that cutoff's percentage back; optional
           SELECT REFUND-RULE-FILE ASSIGN TO
               'src/tuition-refund-rules.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REFUND.

      * optional control parameter carrying the term to bill and the
      * date its charges fall due
           SELECT TUITION-PARM-FILE ASSIGN TO
               'src/tuition-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * the day's student payments, keyed by the bursar's office
           SELECT TUITION-PAYMENT-FILE ASSIGN TO
               'src/tuition-payments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PAY.

      * payments whose receivable write failed, gathered during the
      * run and written back onto the emptied payment file
           SELECT PAYMENT-RETRY-FILE ASSIGN TO
               'src/tuition-payments-retry.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RETRY.

      * the student receivables ledger, appended and never rewritten
           SELECT RECEIVABLE-FILE ASSIGN TO
               'src/student-receivables.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AR.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/tuition-sort.tmp'.

           SELECT INVOICE-FILE ASSIGN TO
               'src/tuition-invoices.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-INV.
           SELECT PAST-DUE-FILE ASSIGN TO
               'src/tuition-past-due.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PAST.
           SELECT BILLING-REPORT ASSIGN TO
               'src/tuition-billing-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-HOLD-FILE ASSIGN TO
               'src/student-holds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HOLD.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: which users may post payments ('P')
      * against the TUIT master id
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-REC.
           05 SM-STUDENT-ID    PIC 9(06).
           05 SM-NAME          PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01).
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD TUITION-RATE-FILE.
       01 TUITION-RATE-REC.
           05 TR-LEVEL       PIC X(01).
           05 TR-COMMA-1     PIC X(01).
           05 TR-RATE        PIC 9(05)V99.
           05 TR-COMMA-2     PIC X(01).
           05 TR-DESCRIPTION PIC X(20).

       FD REFUND-RULE-FILE.
       01 REFUND-RULE-REC.
           05 RR-TERM        PIC 9(02).
           05 RR-COMMA-1     PIC X(01).
           05 RR-CUTOFF-DATE PIC 9(08).
           05 RR-COMMA-2     PIC X(01).
           05 RR-REFUND-PCT  PIC 9(03).

       FD TUITION-PARM-FILE.
       01 TUITION-PARM-REC.
           05 TP-TERM     PIC 9(02).
           05 TP-COMMA-1  PIC X(01).
           05 TP-DUE-DATE PIC 9(08).

       FD TUITION-PAYMENT-FILE.
       01 TUITION-PAYMENT-REC.
           05 PY-STUDENT-ID PIC 9(06).
           05 PY-COMMA-1    PIC X(01).
           05 PY-PAY-DATE   PIC 9(08).
           05 PY-COMMA-2    PIC X(01).
           05 PY-AMOUNT     PIC 9(07)V99.
           05 PY-COMMA-3    PIC X(01).
           05 PY-REFERENCE  PIC X(10).
           05 PY-COMMA-4    PIC X(01).
           05 PY-USER-ID    PIC X(08).

       FD PAYMENT-RETRY-FILE.
       01 PAYMENT-RETRY-REC PIC X(45).

       FD RECEIVABLE-FILE.
       COPY 'src/DATA-STUDENT-RECEIVABLE.CPY'.

      * the ledger in aging order: each student's credits ahead of
      * the charges, and the charges oldest due date first, so the
      * credits can be spent against the oldest charges as they pass
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-STUDENT-ID PIC 9(06).
           05 SW-KIND       PIC X(01).
               88 SW-CREDIT VALUE '0'.
               88 SW-CHARGE VALUE '1'.
           05 SW-DUE-DATE   PIC 9(08).
           05 SW-AMOUNT     PIC 9(07)V99.

       FD INVOICE-FILE.
       01 INVOICE-LINE PIC X(80).

       FD PAST-DUE-FILE.
       01 PAST-DUE-LINE PIC X(80).

       FD BILLING-REPORT.
       01 BILLING-REPORT-LINE PIC X(80).

       FD STUDENT-HOLD-FILE.
       COPY 'src/DATA-STUDENT-HOLD.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-SMAST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RATE   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REFUND PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PAY    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AR     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-INV    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PAST   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HOLD   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-FILE-END         PIC X(01) VALUE 'N'.
       01 WS-MASTER-END       PIC X(01) VALUE 'N'.
       01 WS-SORT-END         PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YEAR      PIC 9(04).
           05 WS-BUS-MONTH     PIC 9(02).
           05 WS-BUS-DAY       PIC 9(02).

      * the term billed and the date its charges fall due; without
      * the parm the term is the business date's month (the rule
      * GRADEBOOK posts by) and charges fall due thirty days out
       01 WS-BILLING-TERM     PIC 9(02) VALUE ZEROS.
       01 WS-DUE-DATE         PIC 9(08) VALUE ZEROS.

      * rate per credit hour by course level
       01 WS-RATE-COUNT       PIC 9(02) VALUE ZEROS.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-LEVEL PIC X(01).
               10 WS-RATE-AMT   PIC 9(05)V99.
       01 WS-RATE-IDX         PIC 9(02) VALUE ZEROS.
       01 WS-RATE-FOUND       PIC X(01) VALUE 'N'.
       01 WS-COURSE-LEVEL     PIC X(01) VALUE SPACE.
       01 WS-LEVEL-POS        PIC 9(01) VALUE ZEROS.
       01 WS-HOUR-RATE        PIC 9(05)V99 VALUE ZEROS.

      * the billing term's refund cutoffs, earliest first
       01 WS-REFUND-COUNT     PIC 9(02) VALUE ZEROS.
       01 WS-REFUND-TABLE.
           05 WS-REFUND-ENTRY OCCURS 20 TIMES.
               10 WS-REFUND-CUTOFF PIC 9(08).
               10 WS-REFUND-PCT    PIC 9(03).
       01 WS-REFUND-IDX       PIC 9(02) VALUE ZEROS.
       01 WS-REFUND-SHIFT     PIC 9(02) VALUE ZEROS.
       01 WS-APPLIED-PCT      PIC 9(03) VALUE ZEROS.
       01 WS-APPLIED-CUTOFF   PIC 9(08) VALUE ZEROS.

      * what the ledger holds for each student: the billing term's
      * net tuition billed (charges less refund credits), and all
      * charges and all credits for the balance
       01 WS-AR-COUNT         PIC 9(04) VALUE ZEROS.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 5000 TIMES.
               10 WS-AR-STUDENT  PIC 9(06).
               10 WS-AR-TERM-NET PIC S9(07)V99.
               10 WS-AR-CHARGES  PIC 9(09)V99.
               10 WS-AR-CREDITS  PIC 9(09)V99.
       01 WS-AR-IDX           PIC 9(04) VALUE ZEROS.
       01 WS-AR-KEY           PIC 9(06) VALUE ZEROS.
       01 WS-AR-FOUND         PIC X(01) VALUE 'N'.
       01 WS-AR-OVERFLOW      PIC X(01) VALUE 'N'.

      * one student's bill: the course, its hours and rate, what the
      * term should now bill and what this run posts toward it
       01 WS-COURSE-CODE      PIC X(06) VALUE SPACES.
       01 WS-COURSE-TITLE     PIC X(30) VALUE SPACES.
       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZEROS.
       01 WS-FULL-TUITION     PIC 9(07)V99 VALUE ZEROS.
       01 WS-TARGET-TUITION   PIC 9(07)V99 VALUE ZEROS.
       01 WS-REFUND-AMOUNT    PIC 9(07)V99 VALUE ZEROS.
       01 WS-ADJUSTMENT       PIC S9(07)V99 VALUE ZEROS.
       01 WS-BILL-OK          PIC X(01) VALUE 'Y'.
       01 WS-BILL-PROBLEM     PIC X(40) VALUE SPACES.
       01 WS-BALANCE          PIC S9(09)V99 VALUE ZEROS.

      * payment edits
       01 WS-PAY-OK           PIC X(01) VALUE 'Y'.
       01 WS-FS-STATUS-RETRY  PIC X(02) VALUE '00'.
       01 WS-RETRY-END        PIC X(01) VALUE 'N'.
       01 WS-RETRY-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40) VALUE SPACES.

      * aging one student off the sort: credits to spend, what is
      * left unpaid past due, and the oldest due date missed
       01 WS-GROUP-STUDENT    PIC 9(06) VALUE ZEROS.
       01 WS-GROUP-OPEN       PIC X(01) VALUE 'N'.
       01 WS-CREDIT-LEFT      PIC 9(09)V99 VALUE ZEROS.
       01 WS-GROUP-CHARGES    PIC 9(09)V99 VALUE ZEROS.
       01 WS-GROUP-CREDITS    PIC 9(09)V99 VALUE ZEROS.
       01 WS-GROUP-PAST-DUE   PIC 9(09)V99 VALUE ZEROS.
       01 WS-GROUP-SINCE      PIC 9(08) VALUE ZEROS.
       01 WS-UNPAID           PIC 9(09)V99 VALUE ZEROS.
       01 WS-DAYS-LATE        PIC ZZZZ9.

      * the run's counts and money totals
       01 WS-STUDENTS-READ    PIC 9(07) VALUE ZEROS.
       01 WS-INVOICE-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-CHARGE-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-REFUND-POSTED    PIC 9(07) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-PAY-READ         PIC 9(07) VALUE ZEROS.
       01 WS-PAY-POSTED       PIC 9(07) VALUE ZEROS.
       01 WS-PAY-REJECTED     PIC 9(07) VALUE ZEROS.
       01 WS-PAST-DUE-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-CHARGE-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       01 WS-REFUND-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       01 WS-PAYMENT-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       01 WS-PAST-DUE-TOTAL   PIC 9(09)V99 VALUE ZEROS.
       01 WS-EDIT-AMOUNT      PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2    PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE        PIC ZZ,ZZ9.99.

      * who may post payments: the authorization reference loaded
      * once, a missing file meaning checking is not yet in force on
      * this box
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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'TUIT'.

      * the audit record handed to the shared AUDIT-WRITER
       COPY 'src/DATA-AUDIT.CPY'.
       01 WS-AUDIT-DATE PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME PIC 9(08) VALUE ZEROS.

      * the shared date routines validate payment dates, set the
      * default due date and count the days a balance is late
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a payment dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           MOVE 'START' TO JL-FUNCTION
           MOVE 'TUITION-BILLING' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SMAST
               PERFORM 0990-END-WITH-ERROR
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX NOT = '00'
               DISPLAY 'INDEXED TRANSCRIPT NOT ON HAND, STATUS: '
                   WS-FS-STATUS-TDX
                   ' -- RUN TRANSCRIPT-CONVERT FIRST'
               CLOSE STUDENT-MASTER-FILE
               PERFORM 0990-END-WITH-ERROR
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT NOT = '00'
               DISPLAY 'COURSE CATALOG NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CAT
               CLOSE STUDENT-MASTER-FILE
               CLOSE TRANSCRIPT-FILE
               PERFORM 0990-END-WITH-ERROR
           END-IF
           PERFORM 0050-LOAD-PARM
           PERFORM 0070-LOAD-RATES
           IF WS-RATE-COUNT = ZEROS
               DISPLAY 'NO TUITION RATES ON FILE, STATUS: '
                   WS-FS-STATUS-RATE
               CLOSE STUDENT-MASTER-FILE
               CLOSE TRANSCRIPT-FILE
               CLOSE COURSE-CATALOG-FILE
               PERFORM 0990-END-WITH-ERROR
           END-IF
           PERFORM 0080-LOAD-REFUND-RULES

           OPEN OUTPUT BILLING-REPORT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'TUITION BILLING FOR TERM ' WS-BILLING-TERM
               ' RUN ' WS-BUSINESS-DATE ' CHARGES DUE ' WS-DUE-DATE
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE

           PERFORM 1000-POST-PAYMENTS
           PERFORM 2000-LOAD-RECEIVABLES
           IF WS-AR-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 5000 STUDENTS ON THE RECEIVABLES '
                   'LEDGER -- NO BILLING TONIGHT'
               CLOSE BILLING-REPORT
               CLOSE STUDENT-MASTER-FILE
               CLOSE TRANSCRIPT-FILE
               CLOSE COURSE-CATALOG-FILE
               PERFORM 0990-END-WITH-ERROR
           END-IF

           OPEN OUTPUT INVOICE-FILE
           OPEN EXTEND RECEIVABLE-FILE
           IF WS-FS-STATUS-AR = '35'
               OPEN OUTPUT RECEIVABLE-FILE
           END-IF
           PERFORM 3000-BILL-STUDENTS
           CLOSE RECEIVABLE-FILE
           CLOSE INVOICE-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE COURSE-CATALOG-FILE

           OPEN OUTPUT PAST-DUE-FILE
           OPEN OUTPUT STUDENT-HOLD-FILE
           MOVE SPACES TO PAST-DUE-LINE
           STRING 'TUITION PAST DUE AS OF ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PAST-DUE-LINE
           WRITE PAST-DUE-LINE
           MOVE 'STUDENT NAME                    BALANCE     PAST DUE'
               TO PAST-DUE-LINE
           MOVE '  SINCE    DAYS' TO PAST-DUE-LINE (53:15)
           WRITE PAST-DUE-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STUDENT-ID SW-KIND SW-DUE-DATE
               INPUT PROCEDURE IS 4000-LOAD-AGING-SORT
               OUTPUT PROCEDURE IS 5000-AGE-RECEIVABLES
           MOVE WS-PAST-DUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO PAST-DUE-LINE
           WRITE PAST-DUE-LINE
           MOVE SPACES TO PAST-DUE-LINE
           STRING 'STUDENTS PAST DUE ' WS-PAST-DUE-COUNT
               '  TOTAL PAST DUE ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PAST-DUE-LINE
           WRITE PAST-DUE-LINE
           CLOSE PAST-DUE-FILE
           CLOSE STUDENT-HOLD-FILE
           CLOSE STUDENT-MASTER-FILE

           PERFORM 0700-WRITE-TOTALS
           CLOSE BILLING-REPORT

           DISPLAY 'Billing term:             ' WS-BILLING-TERM
           DISPLAY 'Students read:            ' WS-STUDENTS-READ
           DISPLAY 'Invoices produced:        ' WS-INVOICE-COUNT
           DISPLAY 'Tuition charges posted:   ' WS-CHARGE-COUNT
           DISPLAY 'Refund credits posted:    ' WS-REFUND-POSTED
           DISPLAY 'Students not billable:    ' WS-EXCEPTION-COUNT
           DISPLAY 'Payments posted:          ' WS-PAY-POSTED
           DISPLAY 'Payments rejected:        ' WS-PAY-REJECTED
           DISPLAY 'Students past due (held): ' WS-PAST-DUE-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-EXCEPTION-COUNT > ZEROS OR WS-PAY-REJECTED > ZEROS
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

       0050-LOAD-PARM.
           MOVE ZEROS TO WS-BILLING-TERM
           MOVE ZEROS TO WS-DUE-DATE
           OPEN INPUT TUITION-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ TUITION-PARM-FILE
                   NOT AT END
                       IF TP-TERM IS NUMERIC
                           MOVE TP-TERM TO WS-BILLING-TERM
                       END-IF
                       IF TP-DUE-DATE IS NUMERIC
                           MOVE TP-DUE-DATE TO WS-DUE-DATE
                       END-IF
               END-READ
               CLOSE TUITION-PARM-FILE
           END-IF
           IF WS-BILLING-TERM = ZEROS
               MOVE WS-BUS-MONTH TO WS-BILLING-TERM
           END-IF
           IF WS-DUE-DATE NOT = ZEROS
               MOVE 'VALD' TO DU-FUNCTION
               MOVE WS-DUE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   DISPLAY 'DUE DATE ON THE PARM IS NOT A DATE: '
                       WS-DUE-DATE ' -- THIRTY DAYS USED'
                   MOVE ZEROS TO WS-DUE-DATE
               END-IF
           END-IF
           IF WS-DUE-DATE = ZEROS
               MOVE 'ADDC' TO DU-FUNCTION
               MOVE WS-BUSINESS-DATE TO DU-DATE-1
               MOVE 30 TO DU-DAYS
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DATE-OUT TO WS-DUE-DATE
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

       0070-LOAD-RATES.
           OPEN INPUT TUITION-RATE-FILE
           IF WS-FS-STATUS-RATE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ TUITION-RATE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF TR-LEVEL IS NUMERIC AND TR-RATE IS NUMERIC
                               AND WS-RATE-COUNT < 20
                           ADD 1 TO WS-RATE-COUNT
                           MOVE TR-LEVEL TO
                               WS-RATE-LEVEL (WS-RATE-COUNT)
                           MOVE TR-RATE TO
                               WS-RATE-AMT (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUITION-RATE-FILE.

      * only the billing term's cutoffs are kept, in date order
       0080-LOAD-REFUND-RULES.
           OPEN INPUT REFUND-RULE-FILE
           IF WS-FS-STATUS-REFUND NOT = '00'
               DISPLAY 'NO REFUND RULES ON FILE -- A WITHDRAWAL '
                   'IS NOT REFUNDED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ REFUND-RULE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF RR-TERM = WS-BILLING-TERM
                               AND RR-CUTOFF-DATE IS NUMERIC
                               AND RR-REFUND-PCT IS NUMERIC
                               AND RR-REFUND-PCT NOT > 100
                               AND WS-REFUND-COUNT < 20
                           PERFORM 0085-ADD-REFUND-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-RULE-FILE.

       0085-ADD-REFUND-RULE.
           MOVE WS-REFUND-COUNT TO WS-REFUND-SHIFT
           PERFORM UNTIL WS-REFUND-SHIFT = ZEROS
                   OR WS-REFUND-CUTOFF (WS-REFUND-SHIFT) <
                       RR-CUTOFF-DATE
               MOVE WS-REFUND-ENTRY (WS-REFUND-SHIFT) TO
                   WS-REFUND-ENTRY (WS-REFUND-SHIFT + 1)
               SUBTRACT 1 FROM WS-REFUND-SHIFT
           END-PERFORM
           ADD 1 TO WS-REFUND-COUNT
           MOVE RR-CUTOFF-DATE TO
               WS-REFUND-CUTOFF (WS-REFUND-SHIFT + 1)
           MOVE RR-REFUND-PCT TO WS-REFUND-PCT (WS-REFUND-SHIFT + 1).

      * the keying user must hold 'P' on the TUIT row
       0090-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = PY-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) = 'P'
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0700-WRITE-TOTALS.
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'STUDENTS READ ' WS-STUDENTS-READ
               '  INVOICED ' WS-INVOICE-COUNT
               '  NOT BILLABLE ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'TUITION CHARGED   ' WS-EDIT-AMOUNT
               '  CHARGES ' WS-CHARGE-COUNT
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE WS-REFUND-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'TUITION CREDITED  ' WS-EDIT-AMOUNT
               '  CREDITS ' WS-REFUND-POSTED
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE WS-PAYMENT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'PAYMENTS POSTED   ' WS-EDIT-AMOUNT
               '  POSTED ' WS-PAY-POSTED
               '  REJECTED ' WS-PAY-REJECTED
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE WS-PAST-DUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'PAST DUE          ' WS-EDIT-AMOUNT
               '  STUDENTS HELD ' WS-PAST-DUE-COUNT
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE.

      * a file the run cannot do without: end with 8 through the
      * job log
       0990-END-WITH-ERROR.
           MOVE 8 TO RETURN-CODE
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * the day's payments go on the ledger first, so tonight's
      * aging already counts them
       1000-POST-PAYMENTS.
           OPEN INPUT TUITION-PAYMENT-FILE
           IF WS-FS-STATUS-PAY NOT = '00'
               DISPLAY 'NO TUITION PAYMENTS THIS RUN, STATUS: '
                   WS-FS-STATUS-PAY
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECEIVABLE-FILE
           IF WS-FS-STATUS-AR = '35'
               OPEN OUTPUT RECEIVABLE-FILE
           END-IF
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'PAYMENTS' TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           OPEN OUTPUT PAYMENT-RETRY-FILE
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ TUITION-PAYMENT-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       ADD 1 TO WS-PAY-READ
                       PERFORM 1100-EDIT-PAYMENT
                       IF WS-PAY-OK = 'Y'
                           PERFORM 1200-POST-PAYMENT
                       ELSE
                           ADD 1 TO WS-PAY-REJECTED
                       END-IF
                       PERFORM 1300-REPORT-PAYMENT
               END-READ
           END-PERFORM
           CLOSE TUITION-PAYMENT-FILE
           CLOSE RECEIVABLE-FILE
           CLOSE PAYMENT-RETRY-FILE
           PERFORM 1050-REQUEUE-FAILED-PAYMENTS.

      * every payment is now on the receivables ledger, rejected on
      * the report, or gathered for another try, so the file is
      * emptied and the next night cannot credit it again; only the
      * payments whose receivable write failed go back, in their
      * original order, so the rerun posts those and nothing else
       1050-REQUEUE-FAILED-PAYMENTS.
           OPEN OUTPUT TUITION-PAYMENT-FILE
           IF WS-RETRY-COUNT > ZEROS
               OPEN INPUT PAYMENT-RETRY-FILE
               IF WS-FS-STATUS-RETRY = '00'
                   MOVE 'N' TO WS-RETRY-END
                   PERFORM UNTIL WS-RETRY-END = 'S'
                       READ PAYMENT-RETRY-FILE
                           AT END
                               MOVE 'S' TO WS-RETRY-END
                           NOT AT END
                               WRITE TUITION-PAYMENT-REC
                                   FROM PAYMENT-RETRY-REC
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-RETRY-FILE
               END-IF
               DISPLAY 'RECEIVABLE WRITE FAILED FOR ' WS-RETRY-COUNT
                   ' PAYMENTS -- KEPT FOR THE RERUN'
           END-IF
           CLOSE TUITION-PAYMENT-FILE.

       1100-EDIT-PAYMENT.
           MOVE 'Y' TO WS-PAY-OK
           PERFORM 0090-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               MOVE 'N' TO WS-PAY-OK
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' PY-USER-ID ' NOT AUTHORIZED FOR P'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PY-AMOUNT NOT NUMERIC OR PY-AMOUNT = ZEROS
               MOVE 'N' TO WS-PAY-OK
               MOVE 'REJECTED, AMOUNT MISSING OR NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PY-PAY-DATE NOT NUMERIC
               MOVE 'N' TO WS-PAY-OK
               MOVE 'REJECTED, DATE NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE PY-PAY-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'N' TO WS-PAY-OK
               MOVE 'REJECTED, INVALID DATE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PY-PAY-DATE > WS-BUSINESS-DATE
               MOVE 'N' TO WS-PAY-OK
               MOVE 'REJECTED, DATE AFTER BUSINESS DATE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PY-PAY-DATE TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
           IF PQ-CLOSED = 'Y'
               MOVE 'N' TO WS-PAY-OK
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PY-STUDENT-ID NOT NUMERIC
               MOVE 'N' TO WS-PAY-OK
               MOVE 'REJECTED, STUDENT ID NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PY-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAY-OK
                   MOVE 'REJECTED, STUDENT NOT ON FILE' TO
                       WS-RESULT-MESSAGE
           END-READ.

       1200-POST-PAYMENT.
           MOVE SPACES TO STUDENT-RECEIVABLE-REC
           MOVE PY-STUDENT-ID TO SR-STUDENT-ID
           MOVE ZEROS TO SR-TERM
           MOVE WS-BUSINESS-DATE TO SR-POST-DATE
           MOVE PY-PAY-DATE TO SR-TRANS-DATE
           MOVE PY-PAY-DATE TO SR-DUE-DATE
           MOVE 'P' TO SR-ENTRY-TYPE
           MOVE PY-AMOUNT TO SR-AMOUNT
           MOVE PY-REFERENCE TO SR-REFERENCE
           MOVE 'TUITION PAYMENT' TO SR-DESCRIPTION
           MOVE PY-USER-ID TO SR-USER-ID
           WRITE STUDENT-RECEIVABLE-REC
           IF WS-FS-STATUS-AR NOT = '00'
               ADD 1 TO WS-PAY-REJECTED
               WRITE PAYMENT-RETRY-REC FROM TUITION-PAYMENT-REC
               ADD 1 TO WS-RETRY-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'POST FAILED, LEDGER STATUS ' WS-FS-STATUS-AR
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-POSTED
           ADD PY-AMOUNT TO WS-PAYMENT-TOTAL
           MOVE 'PAYMENT POSTED' TO WS-RESULT-MESSAGE.

      * the result line and the audit record, posted or not
       1300-REPORT-PAYMENT.
           MOVE PY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'P ' PY-STUDENT-ID ' ' WS-EDIT-AMOUNT ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'TUITION-BILLING' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE SPACES TO AT-ACTION
           STRING 'P ' PY-STUDENT-ID ' ' PY-REFERENCE
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE PY-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

      * what each student has been billed and credited so far
       2000-LOAD-RECEIVABLES.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-STATUS-AR NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       MOVE SR-STUDENT-ID TO WS-AR-KEY
                       PERFORM 2100-FIND-STUDENT
                       IF WS-AR-FOUND = 'Y'
                           PERFORM 2200-ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIVABLE-FILE.

      * the student's slot, added when this is their first entry
       2100-FIND-STUDENT.
           MOVE 'N' TO WS-AR-FOUND
           MOVE ZEROS TO WS-AR-IDX
           PERFORM UNTIL WS-AR-IDX = WS-AR-COUNT
                   OR WS-AR-FOUND = 'Y'
               ADD 1 TO WS-AR-IDX
               IF WS-AR-STUDENT (WS-AR-IDX) = WS-AR-KEY
                   MOVE 'Y' TO WS-AR-FOUND
               END-IF
           END-PERFORM
           IF WS-AR-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-AR-COUNT >= 5000
               MOVE 'Y' TO WS-AR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AR-COUNT
           MOVE WS-AR-COUNT TO WS-AR-IDX
           MOVE WS-AR-KEY TO WS-AR-STUDENT (WS-AR-IDX)
           MOVE ZEROS TO WS-AR-TERM-NET (WS-AR-IDX)
           MOVE ZEROS TO WS-AR-CHARGES (WS-AR-IDX)
           MOVE ZEROS TO WS-AR-CREDITS (WS-AR-IDX)
           MOVE 'Y' TO WS-AR-FOUND.

       2200-ADD-ENTRY.
           EVALUATE TRUE
               WHEN SR-CHARGE
                   ADD SR-AMOUNT TO WS-AR-CHARGES (WS-AR-IDX)
                   IF SR-TERM = WS-BILLING-TERM
                       ADD SR-AMOUNT TO WS-AR-TERM-NET (WS-AR-IDX)
                   END-IF
               WHEN SR-REFUND
                   ADD SR-AMOUNT TO WS-AR-CREDITS (WS-AR-IDX)
                   IF SR-TERM = WS-BILLING-TERM
                       SUBTRACT SR-AMOUNT FROM
                           WS-AR-TERM-NET (WS-AR-IDX)
                   END-IF
               WHEN SR-PAYMENT
                   ADD SR-AMOUNT TO WS-AR-CREDITS (WS-AR-IDX)
           END-EVALUATE.

      * every active or withdrawn student on the master; a
      * graduated one is left as billed
       3000-BILL-STUDENTS.
           MOVE ZEROS TO SM-STUDENT-ID
           MOVE 'N' TO WS-MASTER-END
           START STUDENT-MASTER-FILE KEY NOT < SM-STUDENT-ID
               INVALID KEY
                   MOVE 'S' TO WS-MASTER-END
           END-START
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       IF SM-ENROLL-STATUS = 'A'
                               OR SM-ENROLL-STATUS = 'W'
                           PERFORM 3100-BILL-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

      * what the term should bill now, against what it has billed
       3100-BILL-ONE-STUDENT.
           MOVE SM-STUDENT-ID TO WS-AR-KEY
           PERFORM 2100-FIND-STUDENT
           IF WS-AR-FOUND = 'N'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'LEDGER TABLE FULL' TO WS-BILL-PROBLEM
               PERFORM 3900-REPORT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
      * a withdrawn student never billed for the term owes nothing
      * for it
           IF SM-ENROLL-STATUS = 'W'
                   AND WS-AR-TERM-NET (WS-AR-IDX) NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-PRICE-TERM-COURSE
           IF WS-BILL-OK = 'N'
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 3900-REPORT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FULL-TUITION TO WS-TARGET-TUITION
           MOVE ZEROS TO WS-APPLIED-PCT
           MOVE ZEROS TO WS-APPLIED-CUTOFF
           IF SM-ENROLL-STATUS = 'W'
               PERFORM 3300-APPLY-REFUND-RULE
           END-IF
           COMPUTE WS-ADJUSTMENT =
               WS-TARGET-TUITION - WS-AR-TERM-NET (WS-AR-IDX)
      * a withdrawal only ever reduces what the term billed
           IF SM-ENROLL-STATUS = 'W' AND WS-ADJUSTMENT > ZEROS
               MOVE ZEROS TO WS-ADJUSTMENT
           END-IF
           IF WS-ADJUSTMENT = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-POST-ADJUSTMENT
           PERFORM 3500-WRITE-INVOICE.

      * the term's course off the transcript, its hours off the
      * catalog and its rate off the level table; no course for the
      * term bills nothing
       3200-PRICE-TERM-COURSE.
           MOVE 'Y' TO WS-BILL-OK
           MOVE SPACES TO WS-BILL-PROBLEM
           MOVE SPACES TO WS-COURSE-CODE
           MOVE SPACES TO WS-COURSE-TITLE
           MOVE ZEROS TO WS-COURSE-HOURS
           MOVE ZEROS TO WS-HOUR-RATE
           MOVE ZEROS TO WS-FULL-TUITION
           MOVE SM-STUDENT-ID TO TD-STUDENT-ID
           MOVE WS-BILLING-TERM TO TD-TERM
           READ TRANSCRIPT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TD-COURSE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TD-COURSE-CODE TO WS-COURSE-CODE
           MOVE TD-COURSE-CODE TO CC-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BILL-OK
                   MOVE 'COURSE NOT IN THE CATALOG' TO
                       WS-BILL-PROBLEM
                   EXIT PARAGRAPH
           END-READ
           MOVE CC-TITLE TO WS-COURSE-TITLE
           MOVE CC-CREDIT-HOURS TO WS-COURSE-HOURS
           MOVE SPACE TO WS-COURSE-LEVEL
           PERFORM VARYING WS-LEVEL-POS FROM 1 BY 1
                   UNTIL WS-LEVEL-POS > 6
                   OR WS-COURSE-LEVEL NOT = SPACE
               IF CC-CODE (WS-LEVEL-POS:1) IS NUMERIC
                   MOVE CC-CODE (WS-LEVEL-POS:1) TO WS-COURSE-LEVEL
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-FOUND = 'Y'
               IF WS-RATE-LEVEL (WS-RATE-IDX) = WS-COURSE-LEVEL
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RATE-AMT (WS-RATE-IDX) TO WS-HOUR-RATE
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'N'
               MOVE 'N' TO WS-BILL-OK
               MOVE SPACES TO WS-BILL-PROBLEM
               STRING 'NO TUITION RATE FOR COURSE LEVEL '
                   WS-COURSE-LEVEL
                   DELIMITED BY SIZE INTO WS-BILL-PROBLEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FULL-TUITION = WS-COURSE-HOURS * WS-HOUR-RATE.

      * the earliest cutoff the withdrawal date is on or before sets
      * the refund; a withdrawal after the last cutoff gets none
       3300-APPLY-REFUND-RULE.
           PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                   UNTIL WS-REFUND-IDX > WS-REFUND-COUNT
                   OR WS-APPLIED-CUTOFF NOT = ZEROS
               IF SM-STATUS-DATE NOT >
                       WS-REFUND-CUTOFF (WS-REFUND-IDX)
                   MOVE WS-REFUND-CUTOFF (WS-REFUND-IDX) TO
                       WS-APPLIED-CUTOFF
                   MOVE WS-REFUND-PCT (WS-REFUND-IDX) TO
                       WS-APPLIED-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               WS-FULL-TUITION * WS-APPLIED-PCT / 100
           SUBTRACT WS-REFUND-AMOUNT FROM WS-FULL-TUITION
               GIVING WS-TARGET-TUITION.

      * a charge falls due on the run's due date; a credit is
      * effective the night it posts
       3400-POST-ADJUSTMENT.
           MOVE SPACES TO STUDENT-RECEIVABLE-REC
           MOVE SM-STUDENT-ID TO SR-STUDENT-ID
           MOVE WS-BILLING-TERM TO SR-TERM
           MOVE WS-BUSINESS-DATE TO SR-POST-DATE
           MOVE WS-BUSINESS-DATE TO SR-TRANS-DATE
           MOVE SPACES TO SR-REFERENCE
           STRING 'TERM' WS-BILLING-TERM DELIMITED BY SIZE
               INTO SR-REFERENCE
           MOVE 'TUITBILL' TO SR-USER-ID
           IF WS-ADJUSTMENT > ZEROS
               MOVE 'C' TO SR-ENTRY-TYPE
               MOVE WS-DUE-DATE TO SR-DUE-DATE
               MOVE WS-ADJUSTMENT TO SR-AMOUNT
               MOVE 'TUITION' TO SR-DESCRIPTION
               ADD 1 TO WS-CHARGE-COUNT
               ADD SR-AMOUNT TO WS-CHARGE-TOTAL
               ADD SR-AMOUNT TO WS-AR-CHARGES (WS-AR-IDX)
           ELSE
               MOVE 'R' TO SR-ENTRY-TYPE
               MOVE WS-BUSINESS-DATE TO SR-DUE-DATE
               COMPUTE SR-AMOUNT = 0 - WS-ADJUSTMENT
               IF SM-ENROLL-STATUS = 'W'
                   MOVE 'TUITION REFUND, WITHDRAWN' TO
                       SR-DESCRIPTION
               ELSE
                   MOVE 'TUITION ADJUSTMENT' TO SR-DESCRIPTION
               END-IF
               ADD 1 TO WS-REFUND-POSTED
               ADD SR-AMOUNT TO WS-REFUND-TOTAL
               ADD SR-AMOUNT TO WS-AR-CREDITS (WS-AR-IDX)
           END-IF
           WRITE STUDENT-RECEIVABLE-REC
           IF WS-FS-STATUS-AR NOT = '00'
               DISPLAY 'ERROR WRITING STUDENT RECEIVABLES, STATUS: '
                   WS-FS-STATUS-AR ' FOR STUDENT: ' SM-STUDENT-ID
           END-IF
           ADD WS-ADJUSTMENT TO WS-AR-TERM-NET (WS-AR-IDX).

      * the student's invoice: the course and its price, any refund
      * applied, what this invoice posts and where the balance stands
       3500-WRITE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING 'TUITION INVOICE -- STUDENT ' SM-STUDENT-ID '  '
               SM-NAME
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING 'TERM ' WS-BILLING-TERM '  INVOICE DATE '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           IF WS-COURSE-CODE = SPACES
               MOVE '  NO COURSE ON THE TRANSCRIPT FOR THE TERM' TO
                   INVOICE-LINE
           ELSE
               MOVE WS-HOUR-RATE TO WS-EDIT-RATE
               MOVE WS-FULL-TUITION TO WS-EDIT-AMOUNT
               STRING '  ' WS-COURSE-CODE ' ' WS-COURSE-TITLE ' '
                   WS-COURSE-HOURS ' HRS @' WS-EDIT-RATE
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO INVOICE-LINE
           END-IF
           WRITE INVOICE-LINE
           IF SM-ENROLL-STATUS = 'W'
               MOVE SPACES TO INVOICE-LINE
               IF WS-APPLIED-CUTOFF = ZEROS
                   STRING '  WITHDRAWN ' SM-STATUS-DATE
                       ', AFTER THE LAST REFUND CUTOFF'
                       DELIMITED BY SIZE INTO INVOICE-LINE
               ELSE
                   STRING '  WITHDRAWN ' SM-STATUS-DATE
                       ', ON OR BEFORE ' WS-APPLIED-CUTOFF
                       ' -- REFUND ' WS-APPLIED-PCT ' PCT'
                       DELIMITED BY SIZE INTO INVOICE-LINE
               END-IF
               WRITE INVOICE-LINE
           END-IF
           MOVE WS-ADJUSTMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           IF WS-ADJUSTMENT > ZEROS
               STRING '  THIS INVOICE CHARGES          ' WS-EDIT-AMOUNT
                   '  DUE ' WS-DUE-DATE
                   DELIMITED BY SIZE INTO INVOICE-LINE
           ELSE
               COMPUTE WS-EDIT-AMOUNT = 0 - WS-ADJUSTMENT
               STRING '  THIS INVOICE CREDITS          ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO INVOICE-LINE
           END-IF
           WRITE INVOICE-LINE
           MOVE WS-AR-TERM-NET (WS-AR-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING '  TERM TUITION NOW BILLED       ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE WS-AR-CREDITS (WS-AR-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING '  PAYMENTS AND CREDITS TO DATE  ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           COMPUTE WS-BALANCE = WS-AR-CHARGES (WS-AR-IDX)
               - WS-AR-CREDITS (WS-AR-IDX)
           MOVE WS-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING '  ACCOUNT BALANCE               ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE.

       3900-REPORT-EXCEPTION.
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'S ' SM-STUDENT-ID ' NOT BILLED, ' WS-BILL-PROBLEM
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE.

      * the whole ledger, tonight's postings included, into aging
      * order
       4000-LOAD-AGING-SORT.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-FS-STATUS-AR NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       MOVE SR-STUDENT-ID TO SW-STUDENT-ID
                       MOVE SR-DUE-DATE TO SW-DUE-DATE
                       MOVE SR-AMOUNT TO SW-AMOUNT
                       IF SR-CHARGE
                           MOVE '1' TO SW-KIND
                       ELSE
                           MOVE '0' TO SW-KIND
                       END-IF
                       RELEASE SORT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE RECEIVABLE-FILE.

       5000-AGE-RECEIVABLES.
           MOVE 'N' TO WS-SORT-END
           MOVE 'N' TO WS-GROUP-OPEN
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       IF WS-GROUP-OPEN = 'Y'
                               AND SW-STUDENT-ID NOT = WS-GROUP-STUDENT
                           PERFORM 5200-CLOSE-STUDENT
                       END-IF
                       IF WS-GROUP-OPEN = 'N'
                           PERFORM 5100-OPEN-STUDENT
                       END-IF
                       PERFORM 5300-AGE-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 5200-CLOSE-STUDENT
           END-IF.

       5100-OPEN-STUDENT.
           MOVE 'Y' TO WS-GROUP-OPEN
           MOVE SW-STUDENT-ID TO WS-GROUP-STUDENT
           MOVE ZEROS TO WS-CREDIT-LEFT
           MOVE ZEROS TO WS-GROUP-CHARGES
           MOVE ZEROS TO WS-GROUP-CREDITS
           MOVE ZEROS TO WS-GROUP-PAST-DUE
           MOVE ZEROS TO WS-GROUP-SINCE.

      * credits arrive first and are spent on the charges in due
      * date order; whatever of a charge is left unpaid once its due
      * date has passed is past due
       5300-AGE-ENTRY.
           IF SW-CREDIT
               ADD SW-AMOUNT TO WS-CREDIT-LEFT
               ADD SW-AMOUNT TO WS-GROUP-CREDITS
               EXIT PARAGRAPH
           END-IF
           ADD SW-AMOUNT TO WS-GROUP-CHARGES
           IF WS-CREDIT-LEFT NOT < SW-AMOUNT
               SUBTRACT SW-AMOUNT FROM WS-CREDIT-LEFT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-UNPAID = SW-AMOUNT - WS-CREDIT-LEFT
           MOVE ZEROS TO WS-CREDIT-LEFT
           IF SW-DUE-DATE < WS-BUSINESS-DATE
               ADD WS-UNPAID TO WS-GROUP-PAST-DUE
               IF WS-GROUP-SINCE = ZEROS
                   MOVE SW-DUE-DATE TO WS-GROUP-SINCE
               END-IF
           END-IF.

      * a student with anything past due goes on the list and on the
      * hold file
       5200-CLOSE-STUDENT.
           MOVE 'N' TO WS-GROUP-OPEN
           IF WS-GROUP-PAST-DUE = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAST-DUE-COUNT
           ADD WS-GROUP-PAST-DUE TO WS-PAST-DUE-TOTAL
           MOVE WS-GROUP-STUDENT TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE '*NOT ON MASTER*' TO SM-NAME
           END-READ
           COMPUTE WS-BALANCE = WS-GROUP-CHARGES - WS-GROUP-CREDITS
           MOVE WS-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-GROUP-PAST-DUE TO WS-EDIT-AMOUNT-2
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-GROUP-SINCE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAYS-OUT TO WS-DAYS-LATE
           MOVE SPACES TO PAST-DUE-LINE
           STRING WS-GROUP-STUDENT ' ' SM-NAME WS-EDIT-AMOUNT
               WS-EDIT-AMOUNT-2 ' ' WS-GROUP-SINCE WS-DAYS-LATE
               DELIMITED BY SIZE INTO PAST-DUE-LINE
           WRITE PAST-DUE-LINE
           MOVE WS-GROUP-STUDENT TO SH-STUDENT-ID
           MOVE ',' TO SH-COMMA-1
           MOVE 'BURS' TO SH-HOLD-TYPE
           MOVE ',' TO SH-COMMA-2
           MOVE WS-GROUP-PAST-DUE TO SH-AMOUNT
           MOVE ',' TO SH-COMMA-3
           MOVE WS-GROUP-SINCE TO SH-SINCE-DATE
           WRITE STUDENT-HOLD-REC.
