      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly leave accrual, replacing the leave
      *          spreadsheet. Every person on the payroll at any
      *          time in the accrual month is credited the days their
      *          tenure band earns under the leave policy table
      *          (DATA-LEAVE-POLICY.CPY), tenure being the DATE-UTILS
      *          age of the hire date as SERVICE-ANNIVERSARY-REPORT
      *          works it. Someone hired or leaving inside the month
      *          is credited for the calendar days they were on the
      *          payroll over the days in the month. The credit goes
      *          on the leave balance file (DATA-LEAVE-BALANCE.CPY),
      *          a person with no balance yet getting one, and each
      *          balance is stamped with the month so a rerun of the
      *          same month credits nobody twice. A month in a leave
      *          year that has been carried over, or in a year after
      *          one still open, is refused for that balance and
      *          listed. The month comes off the accrual parm file as
      *          YYYYMM; with no parm file the business month is
      *          credited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-ACCRUAL.

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

      * the month to credit, YYYYMM
           SELECT LEAVE-ACCRUAL-PARM-FILE ASSIGN TO
               'src/leave-accrual-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

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

       FD LEAVE-ACCRUAL-PARM-FILE.
       01 LEAVE-ACCRUAL-PARM-REC.
           05 LA-ACCRUAL-MONTH   PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERSON  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-POLICY  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BALANCE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-PERSON-END        PIC X(01) VALUE 'N'.
       01 WS-POLICY-END        PIC X(01) VALUE 'N'.
       01 WS-BALANCE-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * request area for the shared DATE-UTILS subprogram: tenure is
      * the AGE of the hire date, and every day count in the
      * proration is a DIFD between two YYYYMMDD dates
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the month being credited, its first and last days and the
      * first day of the month after
       01 WS-ACCRUAL-MONTH    PIC 9(06) VALUE ZEROS.
       01 WS-ACCRUAL-MONTH-R REDEFINES WS-ACCRUAL-MONTH.
           05 WS-AM-YEAR      PIC 9(04).
           05 WS-AM-MONTH     PIC 9(02).
       01 WS-MONTH-START      PIC 9(08) VALUE ZEROS.
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MS-YEAR      PIC 9(04).
           05 WS-MS-MONTH     PIC 9(02).
           05 WS-MS-DAY       PIC 9(02).
       01 WS-MONTH-END        PIC 9(08) VALUE ZEROS.
       01 WS-NEXT-MONTH       PIC 9(08) VALUE ZEROS.
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR      PIC 9(04).
           05 WS-NM-MONTH     PIC 9(02).
           05 WS-NM-DAY       PIC 9(02).
       01 WS-MONTH-DAYS       PIC 9(02) VALUE ZEROS.

      * the policy table as loaded: band starting years and the days
      * each band accrues a month
       01 WS-BAND-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BT-MIN-YEARS PIC 9(02).
               10 WS-BT-DAYS      PIC 9(02)V99.
       01 WS-BAND-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-BAND-HIT   PIC 9(02) VALUE ZEROS.
       01 WS-NEW-STARTER-BAND PIC X(01) VALUE 'N'.

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

      * one person's credit: the days they were on the payroll in
      * the month and the days of leave those earn
       01 WS-WORK-START    PIC 9(08) VALUE ZEROS.
       01 WS-WORK-END      PIC 9(08) VALUE ZEROS.
       01 WS-WORK-DAYS     PIC 9(02) VALUE ZEROS.
       01 WS-TENURE-YEARS  PIC 9(03) VALUE ZEROS.
       01 WS-CREDIT        PIC 9(03)V99 VALUE ZEROS.
       01 WS-NOTE          PIC X(30) VALUE SPACES.

       01 WS-PERSONS-READ     PIC 9(05) VALUE ZEROS.
       01 WS-CREDITED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-PRORATED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-OUTSIDE-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-ALREADY-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-REFUSED-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-BAD-DATES        PIC 9(05) VALUE ZEROS.
       01 WS-NEW-BALANCES     PIC 9(05) VALUE ZEROS.
       01 WS-DAYS-CREDITED    PIC 9(05)V99 VALUE ZEROS.

       01 WS-COLUMN-HEAD-LINE.
           05 FILLER PIC X(30) VALUE '  EMPLOYEE NAME       BAND TEN'.
           05 FILLER PIC X(30) VALUE 'URE  RATE DAYS CREDIT BALANCE '.
           05 FILLER PIC X(04) VALUE 'NOTE'.

       01 WS-DETAIL-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-ID       PIC 9(06).
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-NAME     PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-BAND     PIC Z9.
           05 FILLER      PIC X(03) VALUE '+  '.
           05 WD-TENURE   PIC ZZ9.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-RATE     PIC Z9.99.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-DAYS     PIC Z9.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-CREDIT   PIC ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-BALANCE  PIC ZZ9.99.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-NOTE     PIC X(30).

       01 WS-DAYS-EDIT    PIC ZZZZ9.99.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 ACCRUAL-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-MONTH
           PERFORM 0060-LOAD-POLICY
           PERFORM 0070-LOAD-BALANCES
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'LEAVE-ACCRUAL' TO RW-PROGRAM-ID
           MOVE 'MONTHLY LEAVE ACCRUAL' TO RW-REPORT-TITLE
           MOVE 'src/leave-accrual-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'ACCRUAL MONTH ' WS-ACCRUAL-MONTH ' (' WS-MONTH-START
               ' TO ' WS-MONTH-END ', ' WS-MONTH-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-COLUMN-HEAD-LINE TO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           PERFORM 1000-CREDIT-THE-ROSTER
           PERFORM 3000-WRITE-BALANCES

           MOVE SPACES TO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-DAYS-CREDITED TO WS-DAYS-EDIT
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'DAYS CREDITED: ' WS-DAYS-EDIT ' TO '
               WS-CREDITED-COUNT ' PEOPLE, ' WS-PRORATED-COUNT
               ' PRORATED, ' WS-NEW-BALANCES ' NEW BALANCES'
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'PEOPLE CREDITED' TO RW-COUNT-LABEL (1)
           MOVE WS-CREDITED-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'ALREADY CREDITED' TO RW-COUNT-LABEL (2)
           MOVE WS-ALREADY-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'REFUSED OR UNREADABLE' TO RW-COUNT-LABEL (3)
           COMPUTE RW-COUNT-VALUE (3) =
               WS-REFUSED-COUNT + WS-BAD-DATES
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'People on the person file: ' WS-PERSONS-READ
           DISPLAY 'People credited:           ' WS-CREDITED-COUNT
           DISPLAY 'Already credited:          ' WS-ALREADY-COUNT
           DISPLAY 'Off the payroll all month: ' WS-OUTSIDE-COUNT
           DISPLAY 'Refused:                   ' WS-REFUSED-COUNT
           DISPLAY 'Unparseable hire dates:    ' WS-BAD-DATES
           DISPLAY 'Days credited:             ' WS-DAYS-EDIT
           IF (WS-REFUSED-COUNT > ZEROS OR WS-BAD-DATES > ZEROS)
                   AND RETURN-CODE = ZEROS
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

      * the month off the parm file, or the business month; its
      * length comes from the day difference to the month after
       0050-LOAD-MONTH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-ACCRUAL-MONTH
           OPEN INPUT LEAVE-ACCRUAL-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ LEAVE-ACCRUAL-PARM-FILE
                   AT END
                       MOVE SPACES TO LEAVE-ACCRUAL-PARM-REC
               END-READ
               CLOSE LEAVE-ACCRUAL-PARM-FILE
               IF LA-ACCRUAL-MONTH NOT NUMERIC
                   DISPLAY 'RUN STOPPED: LEAVE ACCRUAL PARM NOT '
                       'YYYYMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LA-ACCRUAL-MONTH TO WS-ACCRUAL-MONTH
           ELSE
               DISPLAY 'NO LEAVE ACCRUAL PARM -- CREDITING THE '
                   'BUSINESS MONTH'
           END-IF
           MOVE WS-AM-YEAR TO WS-MS-YEAR
           MOVE WS-AM-MONTH TO WS-MS-MONTH
           MOVE 01 TO WS-MS-DAY
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-MONTH-START TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               DISPLAY 'RUN STOPPED: ACCRUAL MONTH ' WS-ACCRUAL-MONTH
                   ' IS NOT A MONTH'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-MONTH-START TO DU-DATE-1
           MOVE WS-NEXT-MONTH TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAYS-OUT TO WS-MONTH-DAYS
           MOVE 'ADDC' TO DU-FUNCTION
           MOVE WS-MONTH-START TO DU-DATE-1
           COMPUTE DU-DAYS = WS-MONTH-DAYS - 1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DATE-OUT TO WS-MONTH-END.

      * the policy table must be on hand and must have a band for
      * people under a year in, or nobody new could be credited
       0060-LOAD-POLICY.
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
                       PERFORM 0065-LOAD-ONE-POLICY-LINE
               END-READ
           END-PERFORM
           CLOSE LEAVE-POLICY-FILE
           IF WS-NEW-STARTER-BAND = 'N'
               DISPLAY 'RUN STOPPED: LEAVE POLICY HAS NO BAND '
                   'STARTING AT 00 YEARS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0065-LOAD-ONE-POLICY-LINE.
           IF NOT LP-BAND-ROW
               EXIT PARAGRAPH
           END-IF
           IF LP-MIN-YEARS NOT NUMERIC
                   OR LP-DAYS-PER-MONTH NOT NUMERIC
               DISPLAY 'RUN STOPPED: LEAVE POLICY BAND NOT NUMERIC: '
                   LEAVE-POLICY-REC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAND-COUNT >= 20
               DISPLAY 'RUN STOPPED: LEAVE POLICY EXCEEDS THE '
                   '20-BAND TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAND-COUNT
           MOVE LP-MIN-YEARS TO WS-BT-MIN-YEARS (WS-BAND-COUNT)
           MOVE LP-DAYS-PER-MONTH TO WS-BT-DAYS (WS-BAND-COUNT)
           IF LP-MIN-YEARS = ZEROS
               MOVE 'Y' TO WS-NEW-STARTER-BAND
           END-IF.

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

      * no balance file yet is the first run after the spreadsheet;
      * every person credited will get a balance
       0070-LOAD-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-FS-STATUS-BALANCE NOT = '00'
               DISPLAY 'NO LEAVE BALANCE FILE, STATUS: '
                   WS-FS-STATUS-BALANCE ' -- STARTING ONE'
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

      * a balance dropped here would be lost when the file is
      * written back, so the run stops loudly instead, the
      * established convention
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
           MOVE LB-FORFEITED TO WS-BL-FORFEITED (WS-BAL-COUNT).

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

       1000-CREDIT-THE-ROSTER.
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
                       PERFORM 1100-CREDIT-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

      * the days the person was on the payroll in the month: from
      * the later of the month start and the hire date to the
      * earlier of the month end and the end date (the last day
      * employed). Someone off the payroll all month is only
      * counted; someone on it is credited their band's days for
      * the month, prorated by calendar days when short of it
       1100-CREDIT-ONE-PERSON.
           MOVE SPACES TO WS-NOTE
           MOVE PS-HIRE-DATE TO WS-HIRE-DATE-TEXT
           IF WS-HIRE-DAY NOT NUMERIC OR WS-HIRE-MONTH NOT NUMERIC
                   OR WS-HIRE-YEAR NOT NUMERIC
               ADD 1 TO WS-BAD-DATES
               MOVE ZEROS TO WS-TENURE-YEARS WS-WORK-DAYS WS-CREDIT
               MOVE ZEROS TO WS-BAND-HIT WS-BAL-HIT
               MOVE 'HIRE DATE UNREADABLE' TO WS-NOTE
               PERFORM 1900-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIRE-YEAR  TO WS-HIRE-NUM-YEAR
           MOVE WS-HIRE-MONTH TO WS-HIRE-NUM-MONTH
           MOVE WS-HIRE-DAY   TO WS-HIRE-NUM-DAY
           MOVE WS-MONTH-START TO WS-WORK-START
           MOVE WS-MONTH-END TO WS-WORK-END
           IF WS-HIRE-DATE-NUM > WS-WORK-START
               MOVE WS-HIRE-DATE-NUM TO WS-WORK-START
           END-IF
           IF PS-END-DATE IS NUMERIC AND PS-END-DATE NOT = ZEROS
                   AND PS-END-DATE < WS-WORK-END
               MOVE PS-END-DATE TO WS-WORK-END
           END-IF
           IF WS-WORK-START > WS-WORK-END
               ADD 1 TO WS-OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-WORK-START TO DU-DATE-1
           MOVE WS-WORK-END TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           COMPUTE WS-WORK-DAYS = DU-DAYS-OUT + 1
           MOVE 'AGE' TO DU-FUNCTION
           MOVE WS-HIRE-DATE-NUM TO DU-DATE-1
           MOVE WS-WORK-END TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-AGE-YEARS TO WS-TENURE-YEARS
           PERFORM 0068-FIND-BAND
           MOVE ZEROS TO WS-CREDIT
           PERFORM 0080-FIND-BALANCE
           IF WS-BAL-HIT > ZEROS
               PERFORM 1200-CHECK-BALANCE-YEAR
               IF WS-NOTE NOT = SPACES
                   PERFORM 1900-PRINT-DETAIL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 1300-ADD-BALANCE
           END-IF
           COMPUTE WS-CREDIT ROUNDED =
               WS-BT-DAYS (WS-BAND-HIT) * WS-WORK-DAYS / WS-MONTH-DAYS
           ADD WS-CREDIT TO WS-BL-ACCRUED (WS-BAL-HIT)
           ADD WS-CREDIT TO WS-BL-BALANCE (WS-BAL-HIT)
           MOVE WS-ACCRUAL-MONTH TO WS-BL-LAST-MONTH (WS-BAL-HIT)
           ADD WS-CREDIT TO WS-DAYS-CREDITED
           ADD 1 TO WS-CREDITED-COUNT
           IF WS-WORK-DAYS < WS-MONTH-DAYS
               ADD 1 TO WS-PRORATED-COUNT
               MOVE 'PRORATED' TO WS-NOTE
           END-IF
           PERFORM 1900-PRINT-DETAIL.

      * a balance already stamped with this month (or a later one)
      * has been credited; a month outside the balance's open leave
      * year is refused -- before it, the year is carried over and
      * closed; after it, the year must be carried over first
       1200-CHECK-BALANCE-YEAR.
           IF WS-BL-LAST-MONTH (WS-BAL-HIT) >= WS-ACCRUAL-MONTH
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY CREDITED' TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-AM-YEAR < WS-BL-YEAR (WS-BAL-HIT)
               ADD 1 TO WS-REFUSED-COUNT
               STRING 'LEAVE YEAR ' WS-AM-YEAR ' CARRIED OVER'
                   DELIMITED BY SIZE INTO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-AM-YEAR > WS-BL-YEAR (WS-BAL-HIT)
               ADD 1 TO WS-REFUSED-COUNT
               STRING 'LEAVE YEAR ' WS-BL-YEAR (WS-BAL-HIT)
                   ' NOT CARRIED OVER'
                   DELIMITED BY SIZE INTO WS-NOTE
           END-IF.

      * a person credited for the first time opens a balance in the
      * accrual month's leave year
       1300-ADD-BALANCE.
           IF WS-BAL-COUNT >= 200
               DISPLAY 'RUN STOPPED: LEAVE BALANCES EXCEED THE '
                   '200-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-HIT
           MOVE PS-EMPLOYEE-ID TO WS-BL-ID (WS-BAL-HIT)
           MOVE WS-AM-YEAR TO WS-BL-YEAR (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-FORWARD (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-ACCRUED (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-TAKEN (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-BALANCE (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-LAST-MONTH (WS-BAL-HIT)
           MOVE ZEROS TO WS-BL-FORFEITED (WS-BAL-HIT)
           ADD 1 TO WS-NEW-BALANCES.

       1900-PRINT-DETAIL.
           MOVE PS-EMPLOYEE-ID TO WD-ID
           MOVE PS-NAME TO WD-NAME
           MOVE ZEROS TO WD-BAND
           MOVE ZEROS TO WD-RATE
           IF WS-BAND-HIT > ZEROS
               MOVE WS-BT-MIN-YEARS (WS-BAND-HIT) TO WD-BAND
               MOVE WS-BT-DAYS (WS-BAND-HIT) TO WD-RATE
           END-IF
           MOVE WS-TENURE-YEARS TO WD-TENURE
           MOVE WS-WORK-DAYS TO WD-DAYS
           MOVE WS-CREDIT TO WD-CREDIT
           MOVE ZEROS TO WD-BALANCE
           IF WS-BAL-HIT > ZEROS
               MOVE WS-BL-BALANCE (WS-BAL-HIT) TO WD-BALANCE
           END-IF
           MOVE WS-NOTE TO WD-NOTE
           MOVE WS-DETAIL-LINE TO ACCRUAL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE ACCRUAL-REPORT-LINE TO RW-LINE
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
