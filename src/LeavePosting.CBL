      ******************************************************************
      * Author:
      * Date:
      * Purpose: posts the leave-taken transactions against the
      *          leave balances LEAVE-ACCRUAL credits. Each line on
      *          src/leave-transactions.txt gives the employee, the
      *          first and last days away and the user keying it.
      *          Both days must be dates and business days on the
      *          holiday calendar (the DATE-UTILS business-day
      *          check), in one leave year and no more than 31
      *          calendar days apart; the person must be on the
      *          person file and employed across the stretch, the
      *          stretch must not overlap one already on the leave
      *          history, and the balance must be in that leave year
      *          and cover the days charged -- the business days in
      *          the stretch, so weekends and holidays inside it cost
      *          nothing. An accepted stretch comes off the balance
      *          and is appended to the leave history
      *          (DATA-LEAVE-TAKEN.CPY); a refused one changes
      *          nothing. Every line, posted or refused, is listed
      *          with its result and lands on the audit trail, and
      *          the keying user needs the T letter on the LEAV
      *          master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-TRANS-FILE ASSIGN TO
               'src/leave-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT PERSON-FILE ASSIGN TO 'src/person.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERSON.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO
               'src/leave-balances.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-BALANCE.
           SELECT LEAVE-HISTORY-FILE ASSIGN TO
               'src/leave-taken-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HISTORY.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference table maintained by USER-AUTHORITY-
      * MAINTENANCE: which user may do which action on which master
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-TRANS-FILE.
       01 LEAVE-TRANS-REC.
           05 LT-EMPLOYEE-ID     PIC 9(06).
           05 LT-COMMA-1         PIC X(01).
           05 LT-FROM-DATE       PIC 9(08).
           05 LT-COMMA-2         PIC X(01).
           05 LT-TO-DATE         PIC 9(08).
           05 LT-COMMA-3         PIC X(01).
           05 LT-USER-ID         PIC X(08).

       FD PERSON-FILE.
       01 PERSON-REC.
           05 PS-NAME            PIC X(10).
           05 FILLER             PIC X(01).
           05 PS-AGE             PIC 9(02).
           05 FILLER             PIC X(01).
           05 PS-EMPLOYEE-ID     PIC 9(06).
           05 FILLER             PIC X(01).
           05 PS-HIRE-DATE       PIC X(10).
           05 FILLER             PIC X(01).
           05 PS-DEPARTMENT-CODE PIC X(04).
           05 FILLER             PIC X(01).
           05 PS-END-DATE        PIC 9(08).
      * pay type, rate and prior rate, kept for PAYROLL-REGISTER,
      * and the manager ORG-CHART-REPORT draws the tree from
           05 FILLER             PIC X(40).

       FD LEAVE-BALANCE-FILE.
       COPY 'src/DATA-LEAVE-BALANCE.CPY'.

       FD LEAVE-HISTORY-FILE.
       COPY 'src/DATA-LEAVE-TAKEN.CPY'.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD SIGNON-PARM-FILE.
       01 SIGNON-PARM-REC.
           05 SO-USER-ID  PIC X(08).
           05 SO-COMMA    PIC X(01).
           05 SO-PASSWORD PIC X(12).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram
       COPY 'src/DATA-AUDIT.CPY'.

      * request area for the shared DATE-UTILS subprogram: dates are
      * validated, checked against the business-day calendar and
      * stepped a calendar day at a time to count the days charged
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-TRANS   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PERSON  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BALANCE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HISTORY PIC X(02) VALUE '00'.
       01 WS-TRANS-END         PIC X(01) VALUE 'N'.
       01 WS-PERSON-END        PIC X(01) VALUE 'N'.
       01 WS-BALANCE-END       PIC X(01) VALUE 'N'.
       01 WS-HISTORY-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-YEAR      PIC 9(04).
           05 FILLER          PIC 9(04).

      * the person file held for the run: hire and end dates
       01 WS-PERSON-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-PERSON-TABLE.
           05 WS-PERSON-ENTRY OCCURS 200 TIMES.
               10 WS-PT-ID    PIC 9(06).
               10 WS-PT-HIRE  PIC 9(08).
               10 WS-PT-END   PIC 9(08).
       01 WS-PERSON-IDX PIC 9(03) VALUE ZEROS.
       01 WS-PERSON-HIT PIC 9(03) VALUE ZEROS.

      * the balance file held for the run and written back whole
       01 WS-BAL-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 200 TIMES.
               10 WS-BL-ID          PIC 9(06).
               10 WS-BL-YEAR        PIC 9(04).
               10 WS-BL-FORWARD     PIC 9(03)V99.
               10 WS-BL-ACCRUED     PIC 9(03)V99.
               10 WS-BL-TAKEN       PIC 9(03)V99.
               10 WS-BL-BALANCE     PIC 9(03)V99.
               10 WS-BL-LAST-MONTH  PIC 9(06).
               10 WS-BL-FORFEITED   PIC 9(03)V99.
       01 WS-BAL-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-BAL-HIT    PIC 9(03) VALUE ZEROS.

      * the stretches already taken in the leave year before the
      * business year and since, for the overlap check; stretches
      * posted this run are added as they go
       01 WS-TAKEN-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TAKEN-TABLE.
           05 WS-TAKEN-ENTRY OCCURS 500 TIMES.
               10 WS-TK-ID    PIC 9(06).
               10 WS-TK-FROM  PIC 9(08).
               10 WS-TK-TO    PIC 9(08).
       01 WS-TAKEN-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-OVERLAP-HIT   PIC 9(03) VALUE ZEROS.
       01 WS-HISTORY-FROM-YEAR PIC 9(04) VALUE ZEROS.

      * PS-HIRE-DATE arrives as DD/MM/YYYY and is refolded into the
      * YYYYMMDD shape every date in the system travels as
       01 WS-HIRE-DATE-TEXT PIC X(10) VALUE SPACES.
       01 WS-HIRE-DATE-TEXT-R REDEFINES WS-HIRE-DATE-TEXT.
           05 WS-HIRE-DAY   PIC X(02).
           05 FILLER        PIC X(01).
           05 WS-HIRE-MONTH PIC X(02).
           05 FILLER        PIC X(01).
           05 WS-HIRE-YEAR  PIC X(04).
       01 WS-HIRE-DATE-NUM PIC 9(08) VALUE ZEROS.
       01 WS-HIRE-DATE-NUM-R REDEFINES WS-HIRE-DATE-NUM.
           05 WS-HIRE-NUM-YEAR  PIC 9(04).
           05 WS-HIRE-NUM-MONTH PIC 9(02).
           05 WS-HIRE-NUM-DAY   PIC 9(02).

      * one transaction under the knife
       01 WS-FROM-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FD-YEAR    PIC 9(04).
           05 FILLER        PIC 9(04).
       01 WS-TO-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-TO-DATE-R REDEFINES WS-TO-DATE.
           05 WS-TD-YEAR    PIC 9(04).
           05 FILLER        PIC 9(04).
       01 WS-STEP-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-DAYS-CHARGED   PIC 9(03) VALUE ZEROS.
       01 WS-MAX-SPAN-DAYS  PIC 9(02) VALUE 31.
       01 WS-RESULT-MESSAGE PIC X(40) VALUE SPACES.
       01 WS-BALANCE-EDIT   PIC ZZ9.99.
       01 WS-DAYS-EDIT      PIC ZZ9.

       01 WS-TRANS-READ     PIC 9(05) VALUE ZEROS.
       01 WS-POSTED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-REFUSED-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-DAYS     PIC 9(05) VALUE ZEROS.
       01 WS-AUDIT-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME     PIC 9(08) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WD-ID        PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-FROM      PIC 9(08).
           05 FILLER       PIC X(04) VALUE ' TO '.
           05 WD-TO        PIC 9(08).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-USER      PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-RESULT    PIC X(40).

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 POSTING-REPORT-LINE PIC X(100).

      * who keyed the run, and the authorization reference table; a
      * missing authority file means checking is not yet in force on
      * this box, which is announced once at startup
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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'LEAV'.
       01 WS-ACTION-CODE     PIC X(01) VALUE 'T'.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: when sign-on is in force the transaction's user
      * must be the signed-on user
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT LEAVE-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO LEAVE TRANSACTIONS THIS RUN, STATUS: '
                   WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-PERSONS
           PERFORM 0120-LOAD-BALANCES
           PERFORM 0140-LOAD-HISTORY
           OPEN EXTEND LEAVE-HISTORY-FILE
           IF WS-FS-STATUS-HISTORY = '35'
               OPEN OUTPUT LEAVE-HISTORY-FILE
           END-IF
           IF WS-FS-STATUS-HISTORY NOT = '00'
               DISPLAY 'RUN STOPPED: LEAVE HISTORY NOT OPENED, '
                   'STATUS: ' WS-FS-STATUS-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'LEAVE-POSTING' TO RW-PROGRAM-ID
           MOVE 'LEAVE TAKEN POSTING' TO RW-REPORT-TITLE
           MOVE 'src/leave-posting-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ LEAVE-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 1000-POST-ONE-STRETCH
               END-READ
           END-PERFORM
           CLOSE LEAVE-TRANS-FILE
           CLOSE LEAVE-HISTORY-FILE
           PERFORM 3000-WRITE-BALANCES

           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING 'BUSINESS DAYS POSTED: ' WS-TOTAL-DAYS
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'TRANSACTIONS READ' TO RW-COUNT-LABEL (1)
           MOVE WS-TRANS-READ TO RW-COUNT-VALUE (1)
           MOVE 'STRETCHES POSTED' TO RW-COUNT-LABEL (2)
           MOVE WS-POSTED-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'STRETCHES REFUSED' TO RW-COUNT-LABEL (3)
           MOVE WS-REFUSED-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Leave transactions read: ' WS-TRANS-READ
           DISPLAY 'Stretches posted:        ' WS-POSTED-COUNT
           DISPLAY 'Stretches refused:       ' WS-REFUSED-COUNT
           DISPLAY 'Business days posted:    ' WS-TOTAL-DAYS
           IF WS-REFUSED-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set in
      * WORKING-STORAGE stand when the control file is not present
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO
                           WS-ENVIRONMENT-CODE
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

      * proves the operator keying this run is who the transactions
      * say, through the shared USER-SIGNON subprogram
       0062-VERIFY-SIGNON.
           MOVE SPACES TO SN-USER-ID
           MOVE SPACES TO SN-PASSWORD
           OPEN INPUT SIGNON-PARM-FILE
           IF WS-FS-STATUS-SIGNON = '00'
               READ SIGNON-PARM-FILE
                   NOT AT END
                       MOVE SO-USER-ID TO SN-USER-ID
                       MOVE SO-PASSWORD TO SN-PASSWORD
               END-READ
               CLOSE SIGNON-PARM-FILE
           END-IF
           MOVE 'LEAVE-POSTING' TO SN-PROGRAM
           CALL 'USER-SIGNON' USING SIGNON-REQUEST
           IF SN-IN-FORCE = 'N'
               DISPLAY 'NO CREDENTIALS FILE -- SIGN-ON NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNON-IN-FORCE
           IF SN-RESULT NOT = 'Y'
               DISPLAY 'SIGN-ON REFUSED: ' SN-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * answers whether the transaction's user may post leave taken
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND LT-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = LT-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               WS-ACTION-CODE
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * the person file gives each employee's hire and end dates;
      * one whose hire date cannot be read is held with none, and
      * their leave is refused
       0100-LOAD-PERSONS.
           OPEN INPUT PERSON-FILE
           IF WS-FS-STATUS-PERSON NOT = '00'
               DISPLAY 'RUN STOPPED: PERSON FILE NOT AVAILABLE, '
                   'STATUS: ' WS-FS-STATUS-PERSON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PERSON-END = 'S'
               READ PERSON-FILE
                   AT END
                       MOVE 'S' TO WS-PERSON-END
                   NOT AT END
                       PERFORM 0105-LOAD-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

       0105-LOAD-ONE-PERSON.
           IF WS-PERSON-COUNT >= 200
               DISPLAY 'RUN STOPPED: PERSON FILE EXCEEDS THE '
                   '200-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PERSON-COUNT
           MOVE PS-EMPLOYEE-ID TO WS-PT-ID (WS-PERSON-COUNT)
           MOVE ZEROS TO WS-PT-HIRE (WS-PERSON-COUNT)
           MOVE ZEROS TO WS-PT-END (WS-PERSON-COUNT)
           MOVE PS-HIRE-DATE TO WS-HIRE-DATE-TEXT
           IF WS-HIRE-DAY IS NUMERIC AND WS-HIRE-MONTH IS NUMERIC
                   AND WS-HIRE-YEAR IS NUMERIC
               MOVE WS-HIRE-YEAR  TO WS-HIRE-NUM-YEAR
               MOVE WS-HIRE-MONTH TO WS-HIRE-NUM-MONTH
               MOVE WS-HIRE-DAY   TO WS-HIRE-NUM-DAY
               MOVE WS-HIRE-DATE-NUM TO WS-PT-HIRE (WS-PERSON-COUNT)
           END-IF
           IF PS-END-DATE IS NUMERIC
               MOVE PS-END-DATE TO WS-PT-END (WS-PERSON-COUNT)
           END-IF.

      * a balance dropped here would be lost when the file is
      * written back, so the run stops loudly instead, the
      * established convention
       0120-LOAD-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-FS-STATUS-BALANCE NOT = '00'
               DISPLAY 'RUN STOPPED: LEAVE BALANCE FILE NOT ON HAND, '
                   'STATUS: ' WS-FS-STATUS-BALANCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BALANCE-END = 'S'
               READ LEAVE-BALANCE-FILE
                   AT END
                       MOVE 'S' TO WS-BALANCE-END
                   NOT AT END
                       PERFORM 0125-LOAD-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.

       0125-LOAD-ONE-BALANCE.
           IF WS-BAL-COUNT >= 200
               DISPLAY 'RUN STOPPED: LEAVE BALANCES EXCEED THE '
                   '200-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LB-EMPLOYEE-ID NOT NUMERIC OR LB-LEAVE-YEAR NOT NUMERIC
                   OR LB-BROUGHT-FORWARD NOT NUMERIC
                   OR LB-ACCRUED-YTD NOT NUMERIC
                   OR LB-TAKEN-YTD NOT NUMERIC
                   OR LB-BALANCE NOT NUMERIC
                   OR LB-LAST-ACCRUAL NOT NUMERIC
                   OR LB-FORFEITED NOT NUMERIC
               DISPLAY 'RUN STOPPED: LEAVE BALANCE LINE NOT NUMERIC: '
                   LEAVE-BALANCE-REC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE LB-EMPLOYEE-ID TO WS-BL-ID (WS-BAL-COUNT)
           MOVE LB-LEAVE-YEAR TO WS-BL-YEAR (WS-BAL-COUNT)
           MOVE LB-BROUGHT-FORWARD TO WS-BL-FORWARD (WS-BAL-COUNT)
           MOVE LB-ACCRUED-YTD TO WS-BL-ACCRUED (WS-BAL-COUNT)
           MOVE LB-TAKEN-YTD TO WS-BL-TAKEN (WS-BAL-COUNT)
           MOVE LB-BALANCE TO WS-BL-BALANCE (WS-BAL-COUNT)
           MOVE LB-LAST-ACCRUAL TO WS-BL-LAST-MONTH (WS-BAL-COUNT)
           MOVE LB-FORFEITED TO WS-BL-FORFEITED (WS-BAL-COUNT).

      * the stretches from the year before the business year on;
      * anything older cannot overlap leave still being keyed
       0140-LOAD-HISTORY.
           COMPUTE WS-HISTORY-FROM-YEAR = WS-BD-YEAR - 1
           OPEN INPUT LEAVE-HISTORY-FILE
           IF WS-FS-STATUS-HISTORY NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-END = 'S'
               READ LEAVE-HISTORY-FILE
                   AT END
                       MOVE 'S' TO WS-HISTORY-END
                   NOT AT END
                       IF LH-TO-DATE IS NUMERIC
                               AND LH-TO-DATE (1:4) >=
                                   WS-HISTORY-FROM-YEAR
                           PERFORM 0145-HOLD-STRETCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-HISTORY-FILE.

       0145-HOLD-STRETCH.
           IF WS-TAKEN-COUNT >= 500
               DISPLAY 'RUN STOPPED: LEAVE HISTORY EXCEEDS THE '
                   '500-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TAKEN-COUNT
           MOVE LH-EMPLOYEE-ID TO WS-TK-ID (WS-TAKEN-COUNT)
           MOVE LH-FROM-DATE TO WS-TK-FROM (WS-TAKEN-COUNT)
           MOVE LH-TO-DATE TO WS-TK-TO (WS-TAKEN-COUNT).

      * one transaction: validated, then posted or refused, listed
      * and put on the audit trail either way
       1000-POST-ONE-STRETCH.
           MOVE SPACES TO WS-RESULT-MESSAGE
           PERFORM 1100-VALIDATE-STRETCH
           IF WS-RESULT-MESSAGE = SPACES
               PERFORM 1200-APPLY-STRETCH
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE LT-EMPLOYEE-ID TO WD-ID
           MOVE LT-FROM-DATE TO WD-FROM
           MOVE LT-TO-DATE TO WD-TO
           MOVE LT-USER-ID TO WD-USER
           MOVE WS-RESULT-MESSAGE TO WD-RESULT
           MOVE WS-DETAIL-LINE TO POSTING-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * each test leaves its reason in WS-RESULT-MESSAGE and the
      * first to fail stops the checking
       1100-VALIDATE-STRETCH.
           IF LT-EMPLOYEE-ID NOT NUMERIC OR LT-FROM-DATE NOT NUMERIC
                   OR LT-TO-DATE NOT NUMERIC
               MOVE 'REFUSED: NOT NUMERIC' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK NOT = 'Y'
               MOVE 'REFUSED: USER NOT AUTHORIZED'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LT-FROM-DATE TO WS-FROM-DATE
           MOVE LT-TO-DATE TO WS-TO-DATE
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-FROM-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'REFUSED: FIRST DAY NOT A DATE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-TO-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'REFUSED: LAST DAY NOT A DATE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE 'REFUSED: LAST DAY BEFORE FIRST'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TD-YEAR NOT = WS-FD-YEAR
               MOVE 'REFUSED: SPANS TWO LEAVE YEARS'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-FROM-DATE TO DU-DATE-1
           MOVE WS-TO-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT >= WS-MAX-SPAN-DAYS
               MOVE 'REFUSED: OVER 31 DAYS, KEY IN PARTS'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ISBD' TO DU-FUNCTION
           MOVE WS-FROM-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'REFUSED: FIRST DAY NOT A BUSINESS DAY'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ISBD' TO DU-FUNCTION
           MOVE WS-TO-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               MOVE 'REFUSED: LAST DAY NOT A BUSINESS DAY'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-CHECK-EMPLOYMENT
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 1120-CHECK-OVERLAP
           IF WS-OVERLAP-HIT > ZEROS
               STRING 'REFUSED: OVERLAPS ' WS-TK-FROM (WS-OVERLAP-HIT)
                   ' TO ' WS-TK-TO (WS-OVERLAP-HIT)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1130-COUNT-BUSINESS-DAYS
           PERFORM 1140-CHECK-BALANCE.

      * on the person file, hired by the first day and not gone
      * before the last
       1110-CHECK-EMPLOYMENT.
           MOVE ZEROS TO WS-PERSON-HIT
           MOVE ZEROS TO WS-PERSON-IDX
           PERFORM UNTIL WS-PERSON-IDX = WS-PERSON-COUNT
                   OR WS-PERSON-HIT > ZEROS
               ADD 1 TO WS-PERSON-IDX
               IF WS-PT-ID (WS-PERSON-IDX) = LT-EMPLOYEE-ID
                   MOVE WS-PERSON-IDX TO WS-PERSON-HIT
               END-IF
           END-PERFORM
           IF WS-PERSON-HIT = ZEROS
               MOVE 'REFUSED: NOT ON PERSON FILE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-HIRE (WS-PERSON-HIT) = ZEROS
               MOVE 'REFUSED: HIRE DATE UNREADABLE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE < WS-PT-HIRE (WS-PERSON-HIT)
               MOVE 'REFUSED: BEFORE HIRE DATE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-END (WS-PERSON-HIT) NOT = ZEROS
                   AND WS-TO-DATE > WS-PT-END (WS-PERSON-HIT)
               MOVE 'REFUSED: AFTER LAST DAY EMPLOYED'
                   TO WS-RESULT-MESSAGE
           END-IF.

      * a stretch sharing any day with one already taken is a
      * second keying of the same leave, or a clash
       1120-CHECK-OVERLAP.
           MOVE ZEROS TO WS-OVERLAP-HIT
           MOVE ZEROS TO WS-TAKEN-IDX
           PERFORM UNTIL WS-TAKEN-IDX = WS-TAKEN-COUNT
                   OR WS-OVERLAP-HIT > ZEROS
               ADD 1 TO WS-TAKEN-IDX
               IF WS-TK-ID (WS-TAKEN-IDX) = LT-EMPLOYEE-ID
                       AND WS-TK-FROM (WS-TAKEN-IDX) <= WS-TO-DATE
                       AND WS-TK-TO (WS-TAKEN-IDX) >= WS-FROM-DATE
                   MOVE WS-TAKEN-IDX TO WS-OVERLAP-HIT
               END-IF
           END-PERFORM.

      * the days charged are the business days from the first to
      * the last, stepped through a calendar day at a time
       1130-COUNT-BUSINESS-DAYS.
           MOVE ZEROS TO WS-DAYS-CHARGED
           MOVE WS-FROM-DATE TO WS-STEP-DATE
           PERFORM UNTIL WS-STEP-DATE > WS-TO-DATE
               MOVE 'ISBD' TO DU-FUNCTION
               MOVE WS-STEP-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG = 'Y'
                   ADD 1 TO WS-DAYS-CHARGED
               END-IF
               MOVE 'ADDC' TO DU-FUNCTION
               MOVE WS-STEP-DATE TO DU-DATE-1
               MOVE 1 TO DU-DAYS
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DATE-OUT TO WS-STEP-DATE
           END-PERFORM.

      * the balance must be open in the stretch's leave year and
      * cover the days
       1140-CHECK-BALANCE.
           MOVE ZEROS TO WS-BAL-HIT
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
                   OR WS-BAL-HIT > ZEROS
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-ID (WS-BAL-IDX) = LT-EMPLOYEE-ID
                   MOVE WS-BAL-IDX TO WS-BAL-HIT
               END-IF
           END-PERFORM
           IF WS-BAL-HIT = ZEROS
               MOVE 'REFUSED: NO LEAVE BALANCE ON FILE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-YEAR < WS-BL-YEAR (WS-BAL-HIT)
               STRING 'REFUSED: LEAVE YEAR ' WS-FD-YEAR
                   ' CARRIED OVER'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-YEAR > WS-BL-YEAR (WS-BAL-HIT)
               STRING 'REFUSED: LEAVE YEAR ' WS-BL-YEAR (WS-BAL-HIT)
                   ' STILL OPEN'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-CHARGED > WS-BL-BALANCE (WS-BAL-HIT)
               MOVE WS-DAYS-CHARGED TO WS-DAYS-EDIT
               MOVE WS-BL-BALANCE (WS-BAL-HIT) TO WS-BALANCE-EDIT
               STRING 'REFUSED: ' WS-DAYS-EDIT ' DAYS EXCEED BALANCE '
                   WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * the days come off the balance, the stretch goes on the
      * history and into the overlap table for the rest of the run
       1200-APPLY-STRETCH.
           ADD WS-DAYS-CHARGED TO WS-BL-TAKEN (WS-BAL-HIT)
           SUBTRACT WS-DAYS-CHARGED FROM WS-BL-BALANCE (WS-BAL-HIT)
           MOVE SPACES TO LEAVE-TAKEN-REC
           MOVE ',' TO LH-COMMA-1 LH-COMMA-2 LH-COMMA-3 LH-COMMA-4
               LH-COMMA-5
           MOVE LT-EMPLOYEE-ID TO LH-EMPLOYEE-ID
           MOVE WS-FROM-DATE TO LH-FROM-DATE
           MOVE WS-TO-DATE TO LH-TO-DATE
           MOVE WS-DAYS-CHARGED TO LH-DAYS
           MOVE WS-BUSINESS-DATE TO LH-POSTED-DATE
           MOVE LT-USER-ID TO LH-USER-ID
           PERFORM 0145-HOLD-STRETCH
           WRITE LEAVE-TAKEN-REC
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-DAYS-CHARGED TO WS-TOTAL-DAYS
           MOVE WS-DAYS-CHARGED TO WS-DAYS-EDIT
           MOVE WS-BL-BALANCE (WS-BAL-HIT) TO WS-BALANCE-EDIT
           STRING 'POSTED ' WS-DAYS-EDIT ' DAYS, BALANCE '
               WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * appends one entry to the shared audit trail per transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'LEAVE-POSTING' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING 'T ' LT-EMPLOYEE-ID ' ' LT-FROM-DATE ' '
               LT-TO-DATE
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE LT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE POSTING-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * the whole balance file is written back from the table
       3000-WRITE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           IF WS-FS-STATUS-BALANCE NOT = '00'
               DISPLAY 'RUN STOPPED: LEAVE BALANCE FILE NOT WRITTEN, '
                   'STATUS: ' WS-FS-STATUS-BALANCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
               ADD 1 TO WS-BAL-IDX
               MOVE SPACES TO LEAVE-BALANCE-REC
               MOVE ',' TO LB-COMMA-1 LB-COMMA-2 LB-COMMA-3 LB-COMMA-4
                   LB-COMMA-5 LB-COMMA-6 LB-COMMA-7
               MOVE WS-BL-ID (WS-BAL-IDX) TO LB-EMPLOYEE-ID
               MOVE WS-BL-YEAR (WS-BAL-IDX) TO LB-LEAVE-YEAR
               MOVE WS-BL-FORWARD (WS-BAL-IDX) TO LB-BROUGHT-FORWARD
               MOVE WS-BL-ACCRUED (WS-BAL-IDX) TO LB-ACCRUED-YTD
               MOVE WS-BL-TAKEN (WS-BAL-IDX) TO LB-TAKEN-YTD
               MOVE WS-BL-BALANCE (WS-BAL-IDX) TO LB-BALANCE
               MOVE WS-BL-LAST-MONTH (WS-BAL-IDX) TO LB-LAST-ACCRUAL
               MOVE WS-BL-FORFEITED (WS-BAL-IDX) TO LB-FORFEITED
               WRITE LEAVE-BALANCE-REC
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.
