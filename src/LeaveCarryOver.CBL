      ******************************************************************
      * Author:
      * Date:
      * Purpose: year-end leave carry-over. Every balance still open
      *          in the leave year being closed (or an earlier one
      *          never closed) is capped at the carry-over cap on the
      *          leave policy table: anything above the cap is
      *          forfeited and kept on the balance as the days
      *          forfeited at the last carry-over, and the next leave
      *          year opens with the capped balance brought forward
      *          and nothing yet accrued or taken. The run first
      *          proves the year's accruals are in: a balance for
      *          someone still employed in December whose last
      *          credited month is before December is listed, and
      *          the carry-over is held unless the parm forces it
      *          past them. Every forfeiture is listed with the
      *          totals for the year. The parm file
      *          src/leave-carry-parm.txt gives the leave year to
      *          close (0000 for the business year), the user and F
      *          to force; the user needs the Y letter on the LEAV
      *          master, and every carry-over, refused or done,
      *          lands on the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-CARRY-OVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-CARRY-PARM-FILE ASSIGN TO
               'src/leave-carry-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT PERSON-FILE ASSIGN TO 'src/person.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERSON.
           SELECT LEAVE-POLICY-FILE ASSIGN TO 'src/leave-policy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-POLICY.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO
               'src/leave-balances.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-BALANCE.

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
       FD LEAVE-CARRY-PARM-FILE.
       01 LEAVE-CARRY-PARM-REC.
           05 CP-LEAVE-YEAR PIC 9(04).
           05 CP-COMMA-1    PIC X(01).
           05 CP-USER-ID    PIC X(08).
           05 CP-COMMA-2    PIC X(01).
           05 CP-FORCE      PIC X(01).

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

       FD LEAVE-POLICY-FILE.
       COPY 'src/DATA-LEAVE-POLICY.CPY'.

       FD LEAVE-BALANCE-FILE.
       COPY 'src/DATA-LEAVE-BALANCE.CPY'.

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

       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PERSON  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-POLICY  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BALANCE PIC X(02) VALUE '00'.
       01 WS-PERSON-END        PIC X(01) VALUE 'N'.
       01 WS-POLICY-END        PIC X(01) VALUE 'N'.
       01 WS-BALANCE-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-YEAR      PIC 9(04).
           05 FILLER          PIC 9(04).

      * the leave year being closed, its December and the first day
      * of that December
       01 WS-CLOSE-YEAR      PIC 9(04) VALUE ZEROS.
       01 WS-DECEMBER        PIC 9(06) VALUE ZEROS.
       01 WS-DECEMBER-R REDEFINES WS-DECEMBER.
           05 WS-DEC-YEAR    PIC 9(04).
           05 WS-DEC-MONTH   PIC 9(02).
       01 WS-DECEMBER-START  PIC 9(08) VALUE ZEROS.
       01 WS-CARRY-CAP       PIC 9(03)V99 VALUE ZEROS.
       01 WS-CAP-FOUND       PIC X(01) VALUE 'N'.

      * the person file held for the run: end dates, and names for
      * the report
       01 WS-PERSON-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-PERSON-TABLE.
           05 WS-PERSON-ENTRY OCCURS 200 TIMES.
               10 WS-PT-ID    PIC 9(06).
               10 WS-PT-NAME  PIC X(10).
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

       01 WS-FORFEIT         PIC 9(03)V99 VALUE ZEROS.
       01 WS-BALANCE-BEFORE  PIC 9(03)V99 VALUE ZEROS.
       01 WS-TOTAL-FORFEITED PIC 9(05)V99 VALUE ZEROS.
       01 WS-TOTAL-CARRIED   PIC 9(05)V99 VALUE ZEROS.
       01 WS-CARRIED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-FORFEIT-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-ALREADY-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-SHORT-COUNT     PIC 9(05) VALUE ZEROS.

       01 WS-RESULT-MESSAGE PIC X(40) VALUE SPACES.
       01 WS-AUDIT-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME     PIC 9(08) VALUE ZEROS.
       01 WS-DAYS-EDIT      PIC ZZZZ9.99.

       01 WS-COLUMN-HEAD-LINE.
           05 FILLER PIC X(30) VALUE 'EMPLOYEE NAME        BALANCE  '.
           05 FILLER PIC X(30) VALUE '    CAP  FORFEITED  CARRIED   '.

       01 WS-DETAIL-LINE.
           05 WD-ID        PIC 9(06).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WD-NAME      PIC X(10).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WD-BALANCE   PIC ZZ9.99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WD-CAP       PIC ZZ9.99.
           05 FILLER       PIC X(05) VALUE SPACES.
           05 WD-FORFEIT   PIC ZZ9.99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WD-CARRIED   PIC ZZ9.99.

       01 WS-SHORT-LINE.
           05 WS-SL-ID     PIC 9(06).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WS-SL-NAME   PIC X(10).
           05 FILLER       PIC X(23)
               VALUE '   LAST MONTH CREDITED '.
           05 WS-SL-MONTH  PIC 9(06).

       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 CARRY-REPORT-LINE PIC X(100).

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
       01 WS-ACTION-CODE     PIC X(01) VALUE 'Y'.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: when sign-on is in force the parm's user must be
      * the signed-on user
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT LEAVE-CARRY-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO LEAVE CARRY-OVER PARM FILE, STATUS: '
                   WS-FS-STATUS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LEAVE-CARRY-PARM-FILE
               AT END
                   MOVE SPACES TO LEAVE-CARRY-PARM-REC
           END-READ
           CLOSE LEAVE-CARRY-PARM-FILE
           MOVE WS-BD-YEAR TO WS-CLOSE-YEAR
           IF CP-LEAVE-YEAR IS NUMERIC AND CP-LEAVE-YEAR NOT = ZEROS
               MOVE CP-LEAVE-YEAR TO WS-CLOSE-YEAR
           END-IF
           MOVE WS-CLOSE-YEAR TO WS-DEC-YEAR
           MOVE 12 TO WS-DEC-MONTH
           COMPUTE WS-DECEMBER-START = WS-DECEMBER * 100 + 1

           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK NOT = 'Y'
               MOVE 'REFUSED: USER NOT AUTHORIZED'
                   TO WS-RESULT-MESSAGE
               PERFORM 0800-WRITE-AUDIT-RECORD
               DISPLAY 'LEAVE CARRY-OVER ' WS-RESULT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-POLICY
           PERFORM 0120-LOAD-PERSONS
           PERFORM 0140-LOAD-BALANCES

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'LEAVE-CARRY-OVER' TO RW-PROGRAM-ID
           MOVE 'LEAVE CARRY-OVER AND FORFEITURES' TO RW-REPORT-TITLE
           MOVE 'src/leave-carry-over-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CARRY-CAP TO WS-DAYS-EDIT
           MOVE SPACES TO CARRY-REPORT-LINE
           STRING 'LEAVE YEAR ' WS-CLOSE-YEAR ' CARRY-OVER CAP '
               WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           PERFORM 1000-CHECK-ACCRUALS-IN
           IF WS-SHORT-COUNT > ZEROS
               IF CP-FORCE NOT = 'F'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'HELD: ' WS-SHORT-COUNT
                       ' SHORT OF DECEMBER'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   PERFORM 0800-WRITE-AUDIT-RECORD
                   MOVE SPACES TO CARRY-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
                   STRING 'CARRY-OVER HELD -- CREDIT DECEMBER OR '
                       'RERUN WITH F TO FORCE'
                       DELIMITED BY SIZE INTO CARRY-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
                   PERFORM 0900-CLOSE-REPORT
                   DISPLAY 'LEAVE CARRY-OVER ' WS-RESULT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CARRY-REPORT-LINE
               STRING 'CARRY-OVER FORCED PAST ' WS-SHORT-COUNT
                   ' BALANCES SHORT OF DECEMBER BY ' CP-USER-ID
                   DELIMITED BY SIZE INTO CARRY-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
               MOVE SPACES TO CARRY-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF

           PERFORM 2000-CARRY-THE-BALANCES
           PERFORM 3000-WRITE-BALANCES

           MOVE SPACES TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-TOTAL-FORFEITED TO WS-DAYS-EDIT
           MOVE SPACES TO CARRY-REPORT-LINE
           STRING 'DAYS FORFEITED: ' WS-DAYS-EDIT ' BY '
               WS-FORFEIT-COUNT ' PEOPLE'
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-TOTAL-CARRIED TO WS-DAYS-EDIT
           MOVE SPACES TO CARRY-REPORT-LINE
           STRING 'DAYS CARRIED:   ' WS-DAYS-EDIT ' ON '
               WS-CARRIED-COUNT ' BALANCES'
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           PERFORM 0900-CLOSE-REPORT

           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE WS-TOTAL-FORFEITED TO WS-DAYS-EDIT
           STRING 'CARRIED ' WS-CARRIED-COUNT ' FORFEITED '
               WS-DAYS-EDIT
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           PERFORM 0800-WRITE-AUDIT-RECORD
           DISPLAY 'Leave year closed:       ' WS-CLOSE-YEAR
           DISPLAY 'Balances carried:        ' WS-CARRIED-COUNT
           DISPLAY 'Already carried over:    ' WS-ALREADY-COUNT
           DISPLAY 'Balances with forfeits:  ' WS-FORFEIT-COUNT
           DISPLAY 'Days forfeited:          ' WS-DAYS-EDIT
           IF WS-SHORT-COUNT > ZEROS
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

      * proves the operator keying this run is who the parm says,
      * through the shared USER-SIGNON subprogram
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
           MOVE 'LEAVE-CARRY-OVER' TO SN-PROGRAM
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

      * answers whether the parm's user may close a leave year
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND CP-USER-ID NOT = WS-SIGNON-USER
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
               IF WS-AUTH-USER (WS-AUTH-IDX) = CP-USER-ID
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

      * appends one entry to the shared audit trail for this run
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'LEAVE-CARRY-OVER' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING 'Y LEAVE YEAR ' WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE CP-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-CLOSE-REPORT.
           MOVE 'BALANCES CARRIED' TO RW-COUNT-LABEL (1)
           MOVE WS-CARRIED-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'BALANCES WITH FORFEITS' TO RW-COUNT-LABEL (2)
           MOVE WS-FORFEIT-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'SHORT OF DECEMBER' TO RW-COUNT-LABEL (3)
           MOVE WS-SHORT-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * the cap line must be on the policy table; without it there
      * is nothing to carry over to
       0100-LOAD-POLICY.
           OPEN INPUT LEAVE-POLICY-FILE
           IF WS-FS-STATUS-POLICY NOT = '00'
               DISPLAY 'RUN STOPPED: LEAVE POLICY FILE NOT ON HAND, '
                   'STATUS: ' WS-FS-STATUS-POLICY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-POLICY-END = 'S'
               READ LEAVE-POLICY-FILE
                   AT END
                       MOVE 'S' TO WS-POLICY-END
                   NOT AT END
                       IF LP-CAP-ROW AND LP-CARRY-CAP IS NUMERIC
                           MOVE LP-CARRY-CAP TO WS-CARRY-CAP
                           MOVE 'Y' TO WS-CAP-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-POLICY-FILE
           IF WS-CAP-FOUND = 'N'
               DISPLAY 'RUN STOPPED: LEAVE POLICY HAS NO CARRY-OVER '
                   'CAP LINE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0120-LOAD-PERSONS.
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
                       IF WS-PERSON-COUNT >= 200
                           DISPLAY 'RUN STOPPED: PERSON FILE EXCEEDS'
                               ' THE 200-ENTRY TABLE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PERSON-COUNT
                       MOVE PS-EMPLOYEE-ID TO
                           WS-PT-ID (WS-PERSON-COUNT)
                       MOVE PS-NAME TO WS-PT-NAME (WS-PERSON-COUNT)
                       MOVE ZEROS TO WS-PT-END (WS-PERSON-COUNT)
                       IF PS-END-DATE IS NUMERIC
                           MOVE PS-END-DATE TO
                               WS-PT-END (WS-PERSON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

      * a balance dropped here would be lost when the file is
      * written back, so the run stops loudly instead, the
      * established convention
       0140-LOAD-BALANCES.
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
                       PERFORM 0145-LOAD-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.

       0145-LOAD-ONE-BALANCE.
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

       0150-FIND-PERSON.
           MOVE ZEROS TO WS-PERSON-HIT
           MOVE ZEROS TO WS-PERSON-IDX
           PERFORM UNTIL WS-PERSON-IDX = WS-PERSON-COUNT
                   OR WS-PERSON-HIT > ZEROS
               ADD 1 TO WS-PERSON-IDX
               IF WS-PT-ID (WS-PERSON-IDX) = WS-BL-ID (WS-BAL-IDX)
                   MOVE WS-PERSON-IDX TO WS-PERSON-HIT
               END-IF
           END-PERFORM.

      * a balance still open in the year whose holder was employed
      * into December must have had December credited; one that
      * left before December, or is off the person file, is done
       1000-CHECK-ACCRUALS-IN.
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-YEAR (WS-BAL-IDX) <= WS-CLOSE-YEAR
                       AND WS-BL-LAST-MONTH (WS-BAL-IDX) < WS-DECEMBER
                   PERFORM 0150-FIND-PERSON
                   IF WS-PERSON-HIT > ZEROS
                       IF WS-PT-END (WS-PERSON-HIT) = ZEROS
                               OR WS-PT-END (WS-PERSON-HIT) >=
                                   WS-DECEMBER-START
                           PERFORM 1100-LIST-SHORT-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1100-LIST-SHORT-BALANCE.
           IF WS-SHORT-COUNT = ZEROS
               MOVE 'BALANCES NOT YET CREDITED FOR DECEMBER:'
                   TO CARRY-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF
           ADD 1 TO WS-SHORT-COUNT
           MOVE WS-BL-ID (WS-BAL-IDX) TO WS-SL-ID
           MOVE WS-PT-NAME (WS-PERSON-HIT) TO WS-SL-NAME
           MOVE WS-BL-LAST-MONTH (WS-BAL-IDX) TO WS-SL-MONTH
           MOVE WS-SHORT-LINE TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * each open balance is capped and rolled into the next leave
      * year; only those forfeiting days are listed
       2000-CARRY-THE-BALANCES.
           MOVE 'FORFEITURES:' TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-COLUMN-HEAD-LINE TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-YEAR (WS-BAL-IDX) > WS-CLOSE-YEAR
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   PERFORM 2100-CARRY-ONE-BALANCE
               END-IF
           END-PERFORM
           IF WS-FORFEIT-COUNT = ZEROS
               MOVE '  NONE -- EVERY BALANCE WITHIN THE CAP'
                   TO CARRY-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF.

       2100-CARRY-ONE-BALANCE.
           MOVE WS-BL-BALANCE (WS-BAL-IDX) TO WS-BALANCE-BEFORE
           MOVE ZEROS TO WS-FORFEIT
           IF WS-BALANCE-BEFORE > WS-CARRY-CAP
               COMPUTE WS-FORFEIT = WS-BALANCE-BEFORE - WS-CARRY-CAP
               MOVE WS-CARRY-CAP TO WS-BL-BALANCE (WS-BAL-IDX)
           END-IF
           MOVE WS-FORFEIT TO WS-BL-FORFEITED (WS-BAL-IDX)
           MOVE WS-BL-BALANCE (WS-BAL-IDX) TO WS-BL-FORWARD (WS-BAL-IDX)
           MOVE ZEROS TO WS-BL-ACCRUED (WS-BAL-IDX)
           MOVE ZEROS TO WS-BL-TAKEN (WS-BAL-IDX)
           COMPUTE WS-BL-YEAR (WS-BAL-IDX) = WS-CLOSE-YEAR + 1
           ADD 1 TO WS-CARRIED-COUNT
           ADD WS-BL-BALANCE (WS-BAL-IDX) TO WS-TOTAL-CARRIED
           IF WS-FORFEIT = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FORFEIT-COUNT
           ADD WS-FORFEIT TO WS-TOTAL-FORFEITED
           PERFORM 0150-FIND-PERSON
           MOVE WS-BL-ID (WS-BAL-IDX) TO WD-ID
           MOVE '(NOT ON FILE)' TO WD-NAME
           IF WS-PERSON-HIT > ZEROS
               MOVE WS-PT-NAME (WS-PERSON-HIT) TO WD-NAME
           END-IF
           MOVE WS-BALANCE-BEFORE TO WD-BALANCE
           MOVE WS-CARRY-CAP TO WD-CAP
           MOVE WS-FORFEIT TO WD-FORFEIT
           MOVE WS-BL-BALANCE (WS-BAL-IDX) TO WD-CARRIED
           MOVE WS-DETAIL-LINE TO CARRY-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE CARRY-REPORT-LINE TO RW-LINE
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
