      ******************************************************************
      * Author:
      * Date:
      * Purpose: the per-employee leave balance statement, in place
      *          of the spreadsheet HR used to send round. For each
      *          person on the person file it gives their tenure and
      *          tenure band at the business date (DATE-UTILS age of
      *          the hire date, as SERVICE-ANNIVERSARY-REPORT works
      *          it) with the days a month the leave policy table
      *          accrues for that band, then the leave year on their
      *          balance: days brought forward, accrued, taken and
      *          the balance, the last month credited and the days
      *          forfeited at the last carry-over, followed by each
      *          stretch of leave taken in that year off the leave
      *          history. A working person with no balance yet, and
      *          a balance held for someone no longer on the person
      *          file, are listed for HR to look into; people who
      *          have left are shown only while a balance is held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LEAVE-HISTORY-FILE ASSIGN TO
               'src/leave-taken-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HISTORY.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

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

       FD LEAVE-HISTORY-FILE.
       COPY 'src/DATA-LEAVE-TAKEN.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERSON  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-POLICY  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BALANCE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HISTORY PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-PERSON-END        PIC X(01) VALUE 'N'.
       01 WS-POLICY-END        PIC X(01) VALUE 'N'.
       01 WS-BALANCE-END       PIC X(01) VALUE 'N'.
       01 WS-HISTORY-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * request area for the shared DATE-UTILS subprogram: tenure is
      * the AGE of the hire date at the business date
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the policy table as loaded: band starting years and the days
      * each band accrues a month
       01 WS-BAND-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BT-MIN-YEARS PIC 9(02).
               10 WS-BT-DAYS      PIC 9(02)V99.
       01 WS-BAND-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-BAND-HIT   PIC 9(02) VALUE ZEROS.

      * the balance file held for the run, each entry marked once a
      * person on the file has been matched to it
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
               10 WS-BL-MATCHED     PIC X(01).
       01 WS-BAL-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-BAL-HIT    PIC 9(03) VALUE ZEROS.

      * the leave history held for the run
       01 WS-TAKEN-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TAKEN-TABLE.
           05 WS-TAKEN-ENTRY OCCURS 500 TIMES.
               10 WS-TK-ID     PIC 9(06).
               10 WS-TK-FROM   PIC 9(08).
               10 WS-TK-TO     PIC 9(08).
               10 WS-TK-DAYS   PIC 9(03).
               10 WS-TK-POSTED PIC 9(08).
       01 WS-TAKEN-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-TAKEN-SHOWN PIC 9(03) VALUE ZEROS.
       01 WS-EARLIEST-YEAR PIC 9(04) VALUE ZEROS.

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

       01 WS-TENURE-YEARS   PIC 9(03) VALUE ZEROS.
       01 WS-LEFT-SWITCH    PIC X(01) VALUE 'N'.

       01 WS-PERSONS-READ   PIC 9(05) VALUE ZEROS.
       01 WS-STATEMENTS     PIC 9(05) VALUE ZEROS.
       01 WS-NO-BALANCE     PIC 9(05) VALUE ZEROS.
       01 WS-ORPHANS        PIC 9(05) VALUE ZEROS.
       01 WS-BAD-DATES      PIC 9(05) VALUE ZEROS.

       01 WS-HEAD-LINE.
           05 FILLER      PIC X(09) VALUE 'EMPLOYEE '.
           05 WH-ID       PIC 9(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WH-NAME     PIC X(10).
           05 FILLER      PIC X(06) VALUE ' DEPT '.
           05 WH-DEPT     PIC X(04).
           05 FILLER      PIC X(08) VALUE ' TENURE '.
           05 WH-TENURE   PIC ZZ9.
           05 FILLER      PIC X(12) VALUE ' YEARS BAND '.
           05 WH-BAND     PIC Z9.
           05 FILLER      PIC X(10) VALUE '+ ACCRUES '.
           05 WH-RATE     PIC Z9.99.
           05 FILLER      PIC X(13) VALUE ' DAYS A MONTH'.

       01 WS-BALANCE-LINE.
           05 FILLER      PIC X(13) VALUE '  LEAVE YEAR '.
           05 WB-YEAR     PIC 9(04).
           05 FILLER      PIC X(15) VALUE ' BROUGHT FWD   '.
           05 WB-FORWARD  PIC ZZ9.99.
           05 FILLER      PIC X(11) VALUE ' ACCRUED   '.
           05 WB-ACCRUED  PIC ZZ9.99.
           05 FILLER      PIC X(09) VALUE ' TAKEN   '.
           05 WB-TAKEN    PIC ZZ9.99.
           05 FILLER      PIC X(11) VALUE ' BALANCE   '.
           05 WB-BALANCE  PIC ZZ9.99.

       01 WS-HISTORY-NOTE-LINE.
           05 FILLER      PIC X(23) VALUE '  LAST MONTH CREDITED '.
           05 WN-MONTH    PIC 9(06).
           05 FILLER      PIC X(31)
               VALUE '  FORFEITED AT LAST CARRY-OVER '.
           05 WN-FORFEITED PIC ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WN-LEFT     PIC X(20).

       01 WS-TAKEN-LINE.
           05 FILLER      PIC X(10) VALUE '    TAKEN '.
           05 WT-FROM     PIC 9(08).
           05 FILLER      PIC X(04) VALUE ' TO '.
           05 WT-TO       PIC 9(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WT-DAYS     PIC ZZ9.
           05 FILLER      PIC X(17) VALUE ' DAYS, POSTED ON '.
           05 WT-POSTED   PIC 9(08).

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 STATEMENT-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-POLICY
           PERFORM 0070-LOAD-BALANCES
           PERFORM 0090-LOAD-HISTORY
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'LEAVE-STATEMENT' TO RW-PROGRAM-ID
           MOVE 'LEAVE BALANCE STATEMENTS' TO RW-REPORT-TITLE
           MOVE 'src/leave-statement.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'BALANCES AS AT ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           PERFORM 1000-STATE-THE-ROSTER
           PERFORM 2000-LIST-ORPHAN-BALANCES

           MOVE 'STATEMENTS PRINTED' TO RW-COUNT-LABEL (1)
           MOVE WS-STATEMENTS TO RW-COUNT-VALUE (1)
           MOVE 'WORKING, NO BALANCE' TO RW-COUNT-LABEL (2)
           MOVE WS-NO-BALANCE TO RW-COUNT-VALUE (2)
           MOVE 'BALANCES NOT ON FILE' TO RW-COUNT-LABEL (3)
           MOVE WS-ORPHANS TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'People on the person file: ' WS-PERSONS-READ
           DISPLAY 'Statements printed:        ' WS-STATEMENTS
           DISPLAY 'Working, no balance:       ' WS-NO-BALANCE
           DISPLAY 'Balances not on file:      ' WS-ORPHANS
           DISPLAY 'Unparseable hire dates:    ' WS-BAD-DATES
           IF WS-NO-BALANCE > ZEROS OR WS-ORPHANS > ZEROS
                   OR WS-BAD-DATES > ZEROS
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
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * without the policy table the statement still prints, with
      * no band shown
       0060-LOAD-POLICY.
           OPEN INPUT LEAVE-POLICY-FILE
           IF WS-FS-STATUS-POLICY NOT = '00'
               DISPLAY 'LEAVE POLICY FILE NOT ON HAND, STATUS: '
                   WS-FS-STATUS-POLICY ' -- BANDS NOT SHOWN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POLICY-END = 'S'
               READ LEAVE-POLICY-FILE
                   AT END
                       MOVE 'S' TO WS-POLICY-END
                   NOT AT END
                       IF LP-BAND-ROW AND LP-MIN-YEARS IS NUMERIC
                               AND LP-DAYS-PER-MONTH IS NUMERIC
                               AND WS-BAND-COUNT < 20
                           ADD 1 TO WS-BAND-COUNT
                           MOVE LP-MIN-YEARS TO
                               WS-BT-MIN-YEARS (WS-BAND-COUNT)
                           MOVE LP-DAYS-PER-MONTH TO
                               WS-BT-DAYS (WS-BAND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-POLICY-FILE.

      * the band for WS-TENURE-YEARS: the one with the highest
      * starting year the person has reached
       0068-FIND-BAND.
           MOVE ZEROS TO WS-BAND-HIT
           MOVE ZEROS TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX = WS-BAND-COUNT
               ADD 1 TO WS-BAND-IDX
               IF WS-BT-MIN-YEARS (WS-BAND-IDX) <= WS-TENURE-YEARS
                   IF WS-BAND-HIT = ZEROS
                       MOVE WS-BAND-IDX TO WS-BAND-HIT
                   ELSE
                       IF WS-BT-MIN-YEARS (WS-BAND-IDX) >
                               WS-BT-MIN-YEARS (WS-BAND-HIT)
                           MOVE WS-BAND-IDX TO WS-BAND-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * a statement left short would mislead whoever it goes to, so
      * the run stops loudly instead, the established convention
       0070-LOAD-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-FS-STATUS-BALANCE NOT = '00'
               DISPLAY 'NO LEAVE BALANCE FILE, STATUS: '
                   WS-FS-STATUS-BALANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BALANCE-END = 'S'
               READ LEAVE-BALANCE-FILE
                   AT END
                       MOVE 'S' TO WS-BALANCE-END
                   NOT AT END
                       PERFORM 0075-LOAD-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.

       0075-LOAD-ONE-BALANCE.
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
           MOVE LB-FORFEITED TO WS-BL-FORFEITED (WS-BAL-COUNT)
           MOVE 'N' TO WS-BL-MATCHED (WS-BAL-COUNT).

       0080-FIND-BALANCE.
           MOVE ZEROS TO WS-BAL-HIT
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
                   OR WS-BAL-HIT > ZEROS
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-ID (WS-BAL-IDX) = PS-EMPLOYEE-ID
                   MOVE WS-BAL-IDX TO WS-BAL-HIT
               END-IF
           END-PERFORM.

      * only stretches still able to appear on a statement are held:
      * those from the earliest leave year any balance is open in
       0090-LOAD-HISTORY.
           MOVE 9999 TO WS-EARLIEST-YEAR
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-YEAR (WS-BAL-IDX) < WS-EARLIEST-YEAR
                   MOVE WS-BL-YEAR (WS-BAL-IDX) TO WS-EARLIEST-YEAR
               END-IF
           END-PERFORM
           OPEN INPUT LEAVE-HISTORY-FILE
           IF WS-FS-STATUS-HISTORY NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-END = 'S'
               READ LEAVE-HISTORY-FILE
                   AT END
                       MOVE 'S' TO WS-HISTORY-END
                   NOT AT END
                       PERFORM 0095-HOLD-STRETCH
               END-READ
           END-PERFORM
           CLOSE LEAVE-HISTORY-FILE.

       0095-HOLD-STRETCH.
           IF LH-EMPLOYEE-ID NOT NUMERIC OR LH-FROM-DATE NOT NUMERIC
                   OR LH-TO-DATE NOT NUMERIC OR LH-DAYS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LH-FROM-DATE (1:4) < WS-EARLIEST-YEAR
               EXIT PARAGRAPH
           END-IF
           IF WS-TAKEN-COUNT >= 500
               DISPLAY 'RUN STOPPED: LEAVE HISTORY EXCEEDS THE '
                   '500-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TAKEN-COUNT
           MOVE LH-EMPLOYEE-ID TO WS-TK-ID (WS-TAKEN-COUNT)
           MOVE LH-FROM-DATE TO WS-TK-FROM (WS-TAKEN-COUNT)
           MOVE LH-TO-DATE TO WS-TK-TO (WS-TAKEN-COUNT)
           MOVE LH-DAYS TO WS-TK-DAYS (WS-TAKEN-COUNT)
           MOVE LH-POSTED-DATE TO WS-TK-POSTED (WS-TAKEN-COUNT).

       1000-STATE-THE-ROSTER.
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
                       ADD 1 TO WS-PERSONS-READ
                       PERFORM 1100-STATE-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

       1100-STATE-ONE-PERSON.
           MOVE 'N' TO WS-LEFT-SWITCH
           IF PS-END-DATE IS NUMERIC AND PS-END-DATE NOT = ZEROS
                   AND PS-END-DATE < WS-BUSINESS-DATE
               MOVE 'Y' TO WS-LEFT-SWITCH
           END-IF
           PERFORM 0080-FIND-BALANCE
           IF WS-BAL-HIT = ZEROS AND WS-LEFT-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-TENURE-YEARS
           MOVE ZEROS TO WS-BAND-HIT
           MOVE PS-HIRE-DATE TO WS-HIRE-DATE-TEXT
           IF WS-HIRE-DAY IS NUMERIC AND WS-HIRE-MONTH IS NUMERIC
                   AND WS-HIRE-YEAR IS NUMERIC
               MOVE WS-HIRE-YEAR  TO WS-HIRE-NUM-YEAR
               MOVE WS-HIRE-MONTH TO WS-HIRE-NUM-MONTH
               MOVE WS-HIRE-DAY   TO WS-HIRE-NUM-DAY
               MOVE 'AGE' TO DU-FUNCTION
               MOVE WS-HIRE-DATE-NUM TO DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               IF WS-LEFT-SWITCH = 'Y'
                   MOVE PS-END-DATE TO DU-DATE-2
               END-IF
      * someone whose hire date is still to come has no tenure
               IF WS-HIRE-DATE-NUM < DU-DATE-2
                   CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
                   MOVE DU-AGE-YEARS TO WS-TENURE-YEARS
               END-IF
               PERFORM 0068-FIND-BAND
           ELSE
               ADD 1 TO WS-BAD-DATES
           END-IF
           MOVE PS-EMPLOYEE-ID TO WH-ID
           MOVE PS-NAME TO WH-NAME
           MOVE PS-DEPARTMENT-CODE TO WH-DEPT
           MOVE WS-TENURE-YEARS TO WH-TENURE
           MOVE ZEROS TO WH-BAND
           MOVE ZEROS TO WH-RATE
           IF WS-BAND-HIT > ZEROS
               MOVE WS-BT-MIN-YEARS (WS-BAND-HIT) TO WH-BAND
               MOVE WS-BT-DAYS (WS-BAND-HIT) TO WH-RATE
           END-IF
           MOVE WS-HEAD-LINE TO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           IF WS-BAL-HIT = ZEROS
               ADD 1 TO WS-NO-BALANCE
               MOVE '  NO LEAVE BALANCE ON FILE' TO
                   STATEMENT-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           ELSE
               PERFORM 1200-PRINT-BALANCE
           END-IF
           ADD 1 TO WS-STATEMENTS
           MOVE SPACES TO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * the balance and what made it, then the stretches taken in
      * its leave year in the order they were posted
       1200-PRINT-BALANCE.
           MOVE 'Y' TO WS-BL-MATCHED (WS-BAL-HIT)
           MOVE WS-BL-YEAR (WS-BAL-HIT) TO WB-YEAR
           MOVE WS-BL-FORWARD (WS-BAL-HIT) TO WB-FORWARD
           MOVE WS-BL-ACCRUED (WS-BAL-HIT) TO WB-ACCRUED
           MOVE WS-BL-TAKEN (WS-BAL-HIT) TO WB-TAKEN
           MOVE WS-BL-BALANCE (WS-BAL-HIT) TO WB-BALANCE
           MOVE WS-BALANCE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-BL-LAST-MONTH (WS-BAL-HIT) TO WN-MONTH
           MOVE WS-BL-FORFEITED (WS-BAL-HIT) TO WN-FORFEITED
           MOVE SPACES TO WN-LEFT
           IF WS-LEFT-SWITCH = 'Y'
               STRING 'LEFT ' PS-END-DATE
                   DELIMITED BY SIZE INTO WN-LEFT
           END-IF
           MOVE WS-HISTORY-NOTE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-TAKEN-SHOWN
           MOVE ZEROS TO WS-TAKEN-IDX
           PERFORM UNTIL WS-TAKEN-IDX = WS-TAKEN-COUNT
               ADD 1 TO WS-TAKEN-IDX
               IF WS-TK-ID (WS-TAKEN-IDX) = PS-EMPLOYEE-ID
                       AND WS-TK-FROM (WS-TAKEN-IDX) (1:4) =
                           WS-BL-YEAR (WS-BAL-HIT)
                   ADD 1 TO WS-TAKEN-SHOWN
                   MOVE WS-TK-FROM (WS-TAKEN-IDX) TO WT-FROM
                   MOVE WS-TK-TO (WS-TAKEN-IDX) TO WT-TO
                   MOVE WS-TK-DAYS (WS-TAKEN-IDX) TO WT-DAYS
                   MOVE WS-TK-POSTED (WS-TAKEN-IDX) TO WT-POSTED
                   MOVE WS-TAKEN-LINE TO STATEMENT-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-TAKEN-SHOWN = ZEROS
               MOVE '    NO LEAVE TAKEN THIS LEAVE YEAR' TO
                   STATEMENT-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF.

      * a balance nobody on the person file matched is a keying
      * slip or a person taken off the file with leave still owed
       2000-LIST-ORPHAN-BALANCES.
           MOVE ZEROS TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX = WS-BAL-COUNT
               ADD 1 TO WS-BAL-IDX
               IF WS-BL-MATCHED (WS-BAL-IDX) = 'N'
                   ADD 1 TO WS-ORPHANS
                   MOVE WS-BL-BALANCE (WS-BAL-IDX) TO WB-BALANCE
                   MOVE SPACES TO STATEMENT-REPORT-LINE
                   STRING 'BALANCE HELD FOR ' WS-BL-ID (WS-BAL-IDX)
                       ' -- NOT ON THE PERSON FILE, BALANCE '
                       WB-BALANCE
                       DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE STATEMENT-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
