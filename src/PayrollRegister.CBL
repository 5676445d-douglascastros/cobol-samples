      ******************************************************************
      * Author:
      * Date:
      * Purpose: period payroll register off the person file. Gross
      *          pay is worked per person from the pay type and rate
      *          PERSON-MAINTENANCE keeps: a salaried person earns
      *          the annual rate over the pay periods in a year,
      *          prorated by calendar days (through the DATE-UTILS
      *          day arithmetic) when they were hired or left inside
      *          the period, and split at the effective date when
      *          their rate changed inside it; an hourly person earns
      *          the hours keyed for the period on the payroll hours
      *          file at the rate in force for the days they worked.
      *          The register is listed by department with a total
      *          per department and for the payroll, and the gross
      *          is posted to the control ledger twice -- as each
      *          person was priced, and as the department totals
      *          added it up after the sort -- so BALANCE-REPORT can
      *          prove the register total. People with no pay set,
      *          hourly people with no hours, and hours keyed for
      *          anyone the register does not pay hourly are listed
      *          for the payroll clerk.
      *          The period comes off the payroll parm file as start
      *          date, end date and pay periods per year; with no
      *          parm file the business month is paid as one of
      *          twelve periods.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO 'src/person.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERSON.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO
               'src/department-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-CODE
           FILE STATUS IS WS-FS-STATUS-DEPT.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/payroll-sort.tmp'.

      * the pay period to run: start, end and periods per year
           SELECT PAYROLL-PARM-FILE ASSIGN TO 'src/payroll-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * hours worked in the period by the hourly staff, one line or
      * more per person
           SELECT PAYROLL-HOURS-FILE ASSIGN TO
               'src/payroll-hours.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HOURS.

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
           05 FILLER             PIC X(01).
           05 PS-PAY-TYPE        PIC X(01).
           05 FILLER             PIC X(01).
           05 PS-PAY-RATE        PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 PS-RATE-EFF-DATE   PIC 9(08).
           05 FILLER             PIC X(01).
           05 PS-PRIOR-PAY-TYPE  PIC X(01).
           05 FILLER             PIC X(01).
           05 PS-PRIOR-PAY-RATE  PIC 9(07)V99.
      * the manager, kept for ORG-CHART-REPORT
           05 FILLER             PIC X(07).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-REC.
           05 DP-CODE             PIC X(04).
           05 DP-NAME             PIC X(30).
           05 DP-HEADCOUNT-BUDGET PIC 9(04).

       FD PAYROLL-PARM-FILE.
       01 PAYROLL-PARM-REC.
           05 PP-PERIOD-START     PIC 9(08).
           05 PP-COMMA-1          PIC X(01).
           05 PP-PERIOD-END       PIC 9(08).
           05 PP-COMMA-2          PIC X(01).
           05 PP-PERIODS-PER-YEAR PIC 9(02).

       FD PAYROLL-HOURS-FILE.
       01 PAYROLL-HOURS-REC.
           05 PH-EMPLOYEE-ID PIC 9(06).
           05 PH-COMMA-1     PIC X(01).
           05 PH-HOURS       PIC 9(03)V99.

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-DEPARTMENT  PIC X(04).
           05 SW-EMPLOYEE-ID PIC 9(06).
           05 SW-NAME        PIC X(10).
           05 SW-PAY-TYPE    PIC X(01).
           05 SW-DAYS        PIC 9(03).
           05 SW-HOURS       PIC 9(04)V99.
           05 SW-RATE        PIC 9(07)V99.
           05 SW-GROSS       PIC 9(07)V99.
           05 SW-NOTE        PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERSON PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-DEPT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HOURS  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-DEPT-OPENED      PIC X(01) VALUE 'N'.
       01 WS-LOAD-END         PIC X(01) VALUE 'N'.
       01 WS-HOURS-END        PIC X(01) VALUE 'N'.
       01 WS-SORT-END         PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD     PIC X(01) VALUE 'Y'.
       01 WS-BREAK-DEPT       PIC X(04) VALUE SPACES.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * request area for the shared DATE-UTILS subprogram: every day
      * count in the proration is a DIFD between two YYYYMMDD dates
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the pay period being run
       01 WS-PERIOD-START     PIC 9(08) VALUE ZEROS.
       01 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
           05 WS-PS-YEAR      PIC 9(04).
           05 WS-PS-MONTH     PIC 9(02).
           05 WS-PS-DAY       PIC 9(02).
       01 WS-PERIOD-END       PIC 9(08) VALUE ZEROS.
       01 WS-NEXT-MONTH       PIC 9(08) VALUE ZEROS.
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR      PIC 9(04).
           05 WS-NM-MONTH     PIC 9(02).
           05 WS-NM-DAY       PIC 9(02).
       01 WS-PERIODS-PER-YEAR PIC 9(02) VALUE 12.
       01 WS-PERIOD-DAYS      PIC 9(03) VALUE ZEROS.

      * the hours file held for the run, each entry marked once a
      * person on the register has taken it up
       01 WS-HOURS-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-HOURS-TABLE.
           05 WS-HOURS-ENTRY OCCURS 200 TIMES.
               10 WS-HT-ID    PIC 9(06).
               10 WS-HT-HOURS PIC 9(04)V99.
               10 WS-HT-USED  PIC X(01).
       01 WS-HOURS-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-HIT-IDX     PIC 9(03) VALUE ZEROS.

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

      * one person's pay for the period: the days they were on the
      * payroll inside it, split at a rate change into the days under
      * the prior rate and the days under the rate now in force
       01 WS-WORK-START    PIC 9(08) VALUE ZEROS.
       01 WS-WORK-END      PIC 9(08) VALUE ZEROS.
       01 WS-WORK-DAYS     PIC 9(03) VALUE ZEROS.
       01 WS-PRIOR-DAYS    PIC 9(03) VALUE ZEROS.
       01 WS-CURRENT-DAYS  PIC 9(03) VALUE ZEROS.
       01 WS-CURRENT-TYPE  PIC X(01) VALUE SPACE.
       01 WS-CURRENT-RATE  PIC 9(07)V99 VALUE ZEROS.
       01 WS-PRIOR-TYPE    PIC X(01) VALUE SPACE.
       01 WS-PRIOR-RATE    PIC 9(07)V99 VALUE ZEROS.
       01 WS-RATE-EFF      PIC 9(08) VALUE ZEROS.
       01 WS-HOURLY-RATE   PIC 9(07)V99 VALUE ZEROS.
       01 WS-SHOWN-RATE    PIC 9(07)V99 VALUE ZEROS.
       01 WS-SHOWN-TYPE    PIC X(01) VALUE SPACE.
       01 WS-PERSON-HOURS  PIC 9(04)V99 VALUE ZEROS.
       01 WS-SEGMENT-PAY   PIC 9(07)V99 VALUE ZEROS.
       01 WS-GROSS         PIC 9(07)V99 VALUE ZEROS.
       01 WS-NOTE          PIC X(24) VALUE SPACES.
       01 WS-NOTE-PTR      PIC 9(02) VALUE 1.

      * counts and money for the run; the gross is added up once as
      * each person is priced and again off the department totals
      * after the sort, and the two must agree
       01 WS-PERSONS-READ     PIC 9(05) VALUE ZEROS.
       01 WS-PAID-COUNT       PIC 9(05) VALUE ZEROS.
       01 WS-NOT-PAID-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-OUTSIDE-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-HOURS-EXCEPTIONS PIC 9(05) VALUE ZEROS.
       01 WS-PRICED-GROSS     PIC 9(09)V99 VALUE ZEROS.
       01 WS-DEPT-GROSS       PIC 9(09)V99 VALUE ZEROS.
       01 WS-DEPT-PEOPLE      PIC 9(05) VALUE ZEROS.
       01 WS-DEPT-TOTAL-GROSS PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-PEOPLE     PIC 9(05) VALUE ZEROS.

      * control-ledger entry handed to the shared LEDGER-WRITER
      * subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

       01 WS-DEPT-HEAD-LINE.
           05 FILLER      PIC X(12) VALUE 'DEPARTMENT: '.
           05 WH-CODE     PIC X(04).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WH-NAME     PIC X(30).

       01 WS-DETAIL-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-ID       PIC 9(06).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NAME     PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-TYPE     PIC X(01).
           05 FILLER      PIC X(06) VALUE ' DAYS '.
           05 WD-DAYS     PIC ZZ9.
           05 FILLER      PIC X(07) VALUE ' HOURS '.
           05 WD-HOURS    PIC ZZZ9.99.
           05 FILLER      PIC X(06) VALUE ' RATE '.
           05 WD-RATE     PIC Z(06)9.99.
           05 FILLER      PIC X(07) VALUE ' GROSS '.
           05 WD-GROSS    PIC Z(06)9.99.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-NOTE     PIC X(24).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER      PIC X(20) VALUE '  DEPARTMENT TOTAL: '.
           05 WT-PEOPLE   PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE ' PEOPLE GROSS '.
           05 WT-GROSS    PIC Z(08)9.99.

       01 WS-MONEY-EDIT   PIC Z(08)9.99.
       01 WS-HOURS-EDIT   PIC ZZZ9.99.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 PAYROLL-REPORT-LINE PIC X(110).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-PERIOD
           PERFORM 0060-LOAD-HOURS
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-FS-STATUS-DEPT = '00'
               MOVE 'Y' TO WS-DEPT-OPENED
           ELSE
               DISPLAY 'DEPARTMENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-DEPT ' -- NAMES NOT SHOWN'
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'PAYROLL-REGISTER' TO RW-PROGRAM-ID
           MOVE 'PAYROLL REGISTER BY DEPARTMENT' TO RW-REPORT-TITLE
           MOVE 'src/payroll-register.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PAYROLL-REPORT-LINE
           STRING 'PAY PERIOD ' WS-PERIOD-START ' TO ' WS-PERIOD-END
               ' (' WS-PERIOD-DAYS ' DAYS, ONE OF '
               WS-PERIODS-PER-YEAR ' PERIODS A YEAR)'
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT SW-EMPLOYEE-ID
               INPUT PROCEDURE IS 1000-PRICE-THE-PAYROLL
               OUTPUT PROCEDURE IS 2000-PRINT-REGISTER

           PERFORM 2500-LIST-UNUSED-HOURS
           MOVE SPACES TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE WS-DEPT-TOTAL-GROSS TO WS-MONEY-EDIT
           MOVE SPACES TO PAYROLL-REPORT-LINE
           STRING 'PAYROLL TOTAL: ' WS-TOTAL-PEOPLE ' PEOPLE GROSS '
               WS-MONEY-EDIT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           MOVE 'PEOPLE PAID' TO RW-COUNT-LABEL (1)
           MOVE WS-PAID-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'PEOPLE NOT PAID' TO RW-COUNT-LABEL (2)
           MOVE WS-NOT-PAID-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'HOURS NOT TAKEN UP' TO RW-COUNT-LABEL (3)
           MOVE WS-HOURS-EXCEPTIONS TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF WS-DEPT-OPENED = 'Y'
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF
           PERFORM 3000-POST-CONTROL-LEDGER

           DISPLAY 'People on the person file: ' WS-PERSONS-READ
           DISPLAY 'People paid:               ' WS-PAID-COUNT
           DISPLAY 'People not paid:           ' WS-NOT-PAID-COUNT
           DISPLAY 'Outside the period:        ' WS-OUTSIDE-COUNT
           DISPLAY 'Payroll gross:             ' WS-MONEY-EDIT
           IF WS-PRICED-GROSS NOT = WS-DEPT-TOTAL-GROSS
               DISPLAY 'PAYROLL OUT OF BALANCE: PRICED '
                   WS-PRICED-GROSS ' DEPARTMENTS '
                   WS-DEPT-TOTAL-GROSS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (WS-NOT-PAID-COUNT > ZEROS
                   OR WS-HOURS-EXCEPTIONS > ZEROS)
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

      * the period off the parm file; with none, the business month
      * as one of twelve. A parm that names a period DATE-UTILS will
      * not accept stops the run rather than paying the wrong days
       0050-LOAD-PERIOD.
           OPEN INPUT PAYROLL-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ PAYROLL-PARM-FILE
                   AT END
                       MOVE SPACES TO PAYROLL-PARM-REC
               END-READ
               CLOSE PAYROLL-PARM-FILE
               IF PP-PERIOD-START NOT NUMERIC
                       OR PP-PERIOD-END NOT NUMERIC
                   DISPLAY 'RUN STOPPED: PAYROLL PARM PERIOD NOT '
                       'YYYYMMDD,YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PP-PERIOD-START TO WS-PERIOD-START
               MOVE PP-PERIOD-END TO WS-PERIOD-END
               IF PP-PERIODS-PER-YEAR IS NUMERIC
                       AND PP-PERIODS-PER-YEAR NOT = ZEROS
                   MOVE PP-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
               END-IF
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PERIOD-START
               MOVE 01 TO WS-PS-DAY
               MOVE WS-PERIOD-START TO WS-NEXT-MONTH
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 01 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               MOVE 'DIFD' TO DU-FUNCTION
               MOVE WS-PERIOD-START TO DU-DATE-1
               MOVE WS-NEXT-MONTH TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE 'ADDC' TO DU-FUNCTION
               MOVE WS-PERIOD-START TO DU-DATE-1
               COMPUTE DU-DAYS = DU-DAYS-OUT - 1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DATE-OUT TO WS-PERIOD-END
               DISPLAY 'NO PAYROLL PARM -- PAYING THE BUSINESS MONTH'
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-PERIOD-START TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               DISPLAY 'RUN STOPPED: PERIOD START ' WS-PERIOD-START
                   ' IS NOT A DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-PERIOD-END TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
                   OR WS-PERIOD-END < WS-PERIOD-START
               DISPLAY 'RUN STOPPED: PERIOD END ' WS-PERIOD-END
                   ' IS NOT A DATE ON OR AFTER THE START'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-PERIOD-START TO DU-DATE-1
           MOVE WS-PERIOD-END TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT > 365
               DISPLAY 'RUN STOPPED: PAY PERIOD LONGER THAN A YEAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-DAYS = DU-DAYS-OUT + 1.

      * the hours file is optional -- a salaried-only payroll has
      * none -- and a person's lines are summed as they load
       0060-LOAD-HOURS.
           OPEN INPUT PAYROLL-HOURS-FILE
           IF WS-FS-STATUS-HOURS NOT = '00'
               DISPLAY 'NO PAYROLL HOURS FILE, STATUS: '
                   WS-FS-STATUS-HOURS ' -- NO HOURLY PAY THIS RUN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOURS-END = 'S'
               READ PAYROLL-HOURS-FILE
                   AT END
                       MOVE 'S' TO WS-HOURS-END
                   NOT AT END
                       PERFORM 0065-LOAD-ONE-HOURS-LINE
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HOURS-FILE.

       0065-LOAD-ONE-HOURS-LINE.
           IF PH-EMPLOYEE-ID NOT NUMERIC OR PH-HOURS NOT NUMERIC
               DISPLAY 'HOURS LINE SKIPPED, NOT NUMERIC: '
                   PAYROLL-HOURS-REC
               ADD 1 TO WS-HOURS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM 0070-FIND-HOURS
           IF WS-HIT-IDX > ZEROS
               ADD PH-HOURS TO WS-HT-HOURS (WS-HIT-IDX)
               EXIT PARAGRAPH
           END-IF

      * a dropped hours line would underpay somebody without a
      * word, so the run stops loudly instead, the established
      * convention
           IF WS-HOURS-COUNT >= 200
               DISPLAY 'RUN STOPPED: PAYROLL HOURS EXCEED THE '
                   '200-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOURS-COUNT
           MOVE PH-EMPLOYEE-ID TO WS-HT-ID (WS-HOURS-COUNT)
           MOVE PH-HOURS TO WS-HT-HOURS (WS-HOURS-COUNT)
           MOVE 'N' TO WS-HT-USED (WS-HOURS-COUNT).

       0070-FIND-HOURS.
           MOVE ZEROS TO WS-HIT-IDX
           MOVE ZEROS TO WS-HOURS-IDX
           PERFORM UNTIL WS-HOURS-IDX = WS-HOURS-COUNT
                   OR WS-HIT-IDX > ZEROS
               ADD 1 TO WS-HOURS-IDX
               IF WS-HT-ID (WS-HOURS-IDX) = PH-EMPLOYEE-ID
                   MOVE WS-HOURS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

      * every person on the payroll inside the period is priced and
      * fed to the sort under their department; the rest (left
      * before it started, hired after it ended) are only counted
       1000-PRICE-THE-PAYROLL.
           OPEN INPUT PERSON-FILE
           IF WS-FS-STATUS-PERSON NOT = '00'
               DISPLAY 'PERSON FILE NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-PERSON
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-LOAD-END
           END-IF
           PERFORM UNTIL WS-LOAD-END = 'S'
               READ PERSON-FILE
                   AT END
                       MOVE 'S' TO WS-LOAD-END
                   NOT AT END
                       ADD 1 TO WS-PERSONS-READ
                       PERFORM 1100-WORK-WINDOW
                       IF WS-WORK-DAYS = ZEROS
                           ADD 1 TO WS-OUTSIDE-COUNT
                       ELSE
                           PERFORM 1200-PRICE-ONE-PERSON
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-PERSON NOT = '35'
               CLOSE PERSON-FILE
           END-IF.

      * the days the person was on the payroll inside the period:
      * from the later of the period start and the hire date to the
      * earlier of the period end and the end date (the last day
      * employed); zero days when the two never meet
       1100-WORK-WINDOW.
           MOVE ZEROS TO WS-WORK-DAYS
           MOVE WS-PERIOD-START TO WS-WORK-START
           MOVE WS-PERIOD-END TO WS-WORK-END
           MOVE PS-HIRE-DATE TO WS-HIRE-DATE-TEXT
           IF WS-HIRE-DAY IS NUMERIC AND WS-HIRE-MONTH IS NUMERIC
                   AND WS-HIRE-YEAR IS NUMERIC
               MOVE WS-HIRE-YEAR  TO WS-HIRE-NUM-YEAR
               MOVE WS-HIRE-MONTH TO WS-HIRE-NUM-MONTH
               MOVE WS-HIRE-DAY   TO WS-HIRE-NUM-DAY
               IF WS-HIRE-DATE-NUM > WS-WORK-START
                   MOVE WS-HIRE-DATE-NUM TO WS-WORK-START
               END-IF
           END-IF
           IF PS-END-DATE IS NUMERIC AND PS-END-DATE NOT = ZEROS
                   AND PS-END-DATE < WS-WORK-END
               MOVE PS-END-DATE TO WS-WORK-END
           END-IF
           IF WS-WORK-START > WS-WORK-END
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE WS-WORK-START TO DU-DATE-1
           MOVE WS-WORK-END TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           COMPUTE WS-WORK-DAYS = DU-DAYS-OUT + 1.

      * the days inside the window fall under the prior rate before
      * the effective date and under the rate in force from it; a
      * salaried stretch earns its share of the period's salary by
      * calendar days, and the hours are priced at the rate of the
      * last hourly stretch worked
       1200-PRICE-ONE-PERSON.
           MOVE ZEROS TO WS-GROSS
           MOVE ZEROS TO WS-PERSON-HOURS
           MOVE SPACES TO WS-NOTE
           MOVE 1 TO WS-NOTE-PTR
           PERFORM 1210-LOAD-RATES
           IF WS-CURRENT-TYPE = SPACE
               MOVE ZEROS TO WS-SHOWN-RATE
               MOVE SPACE TO WS-SHOWN-TYPE
               STRING 'NO PAY RATE ' DELIMITED BY SIZE
                   INTO WS-NOTE WITH POINTER WS-NOTE-PTR
               PERFORM 1290-RELEASE-PERSON
               EXIT PARAGRAPH
           END-IF
           PERFORM 1220-SPLIT-AT-RATE-CHANGE
           IF WS-WORK-DAYS < WS-PERIOD-DAYS
               STRING 'PRORATED ' DELIMITED BY SIZE
                   INTO WS-NOTE WITH POINTER WS-NOTE-PTR
           END-IF
           IF WS-PRIOR-DAYS > ZEROS AND WS-PRIOR-TYPE = SPACE
               STRING 'NO PRIOR RATE ' DELIMITED BY SIZE
                   INTO WS-NOTE WITH POINTER WS-NOTE-PTR
           END-IF
           IF WS-PRIOR-DAYS > ZEROS AND WS-CURRENT-DAYS > ZEROS
                   AND WS-PRIOR-TYPE NOT = SPACE
               STRING 'RATE SPLIT ' DELIMITED BY SIZE
                   INTO WS-NOTE WITH POINTER WS-NOTE-PTR
           END-IF
           MOVE ZEROS TO WS-HOURLY-RATE
           IF WS-PRIOR-DAYS > ZEROS
               IF WS-PRIOR-TYPE = 'S'
                   COMPUTE WS-SEGMENT-PAY ROUNDED =
                       WS-PRIOR-RATE * WS-PRIOR-DAYS
                       / (WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS)
                   ADD WS-SEGMENT-PAY TO WS-GROSS
               END-IF
               IF WS-PRIOR-TYPE = 'H'
                   MOVE WS-PRIOR-RATE TO WS-HOURLY-RATE
               END-IF
           END-IF
           IF WS-CURRENT-DAYS > ZEROS
               IF WS-CURRENT-TYPE = 'S'
                   COMPUTE WS-SEGMENT-PAY ROUNDED =
                       WS-CURRENT-RATE * WS-CURRENT-DAYS
                       / (WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS)
                   ADD WS-SEGMENT-PAY TO WS-GROSS
               END-IF
               IF WS-CURRENT-TYPE = 'H'
                   MOVE WS-CURRENT-RATE TO WS-HOURLY-RATE
               END-IF
           END-IF
           IF WS-HOURLY-RATE > ZEROS
               PERFORM 1230-PRICE-HOURS
           END-IF
           IF WS-CURRENT-DAYS > ZEROS
               MOVE WS-CURRENT-RATE TO WS-SHOWN-RATE
               MOVE WS-CURRENT-TYPE TO WS-SHOWN-TYPE
           ELSE
               MOVE WS-PRIOR-RATE TO WS-SHOWN-RATE
               MOVE WS-PRIOR-TYPE TO WS-SHOWN-TYPE
           END-IF
           PERFORM 1290-RELEASE-PERSON.

      * the pay fields behind the end date; a line written before
      * pay was kept carries none
       1210-LOAD-RATES.
           MOVE SPACE TO WS-CURRENT-TYPE
           MOVE ZEROS TO WS-CURRENT-RATE
           MOVE ZEROS TO WS-RATE-EFF
           MOVE SPACE TO WS-PRIOR-TYPE
           MOVE ZEROS TO WS-PRIOR-RATE
           IF (PS-PAY-TYPE = 'S' OR PS-PAY-TYPE = 'H')
                   AND PS-PAY-RATE IS NUMERIC
                   AND PS-RATE-EFF-DATE IS NUMERIC
               MOVE PS-PAY-TYPE TO WS-CURRENT-TYPE
               MOVE PS-PAY-RATE TO WS-CURRENT-RATE
               MOVE PS-RATE-EFF-DATE TO WS-RATE-EFF
           END-IF
           IF (PS-PRIOR-PAY-TYPE = 'S' OR PS-PRIOR-PAY-TYPE = 'H')
                   AND PS-PRIOR-PAY-RATE IS NUMERIC
               MOVE PS-PRIOR-PAY-TYPE TO WS-PRIOR-TYPE
               MOVE PS-PRIOR-PAY-RATE TO WS-PRIOR-RATE
           END-IF.

       1220-SPLIT-AT-RATE-CHANGE.
           EVALUATE TRUE
               WHEN WS-RATE-EFF <= WS-WORK-START
                   MOVE ZEROS TO WS-PRIOR-DAYS
                   MOVE WS-WORK-DAYS TO WS-CURRENT-DAYS
               WHEN WS-RATE-EFF > WS-WORK-END
                   MOVE WS-WORK-DAYS TO WS-PRIOR-DAYS
                   MOVE ZEROS TO WS-CURRENT-DAYS
               WHEN OTHER
                   MOVE 'DIFD' TO DU-FUNCTION
                   MOVE WS-WORK-START TO DU-DATE-1
                   MOVE WS-RATE-EFF TO DU-DATE-2
                   CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
                   MOVE DU-DAYS-OUT TO WS-PRIOR-DAYS
                   COMPUTE WS-CURRENT-DAYS =
                       WS-WORK-DAYS - WS-PRIOR-DAYS
           END-EVALUATE.

      * the person's hours for the period, marked as taken up; an
      * hourly person with none keyed earns nothing and is listed
       1230-PRICE-HOURS.
           MOVE PS-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           PERFORM 0070-FIND-HOURS
           IF WS-HIT-IDX = ZEROS
               STRING 'NO HOURS ' DELIMITED BY SIZE
                   INTO WS-NOTE WITH POINTER WS-NOTE-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HT-USED (WS-HIT-IDX)
           MOVE WS-HT-HOURS (WS-HIT-IDX) TO WS-PERSON-HOURS
           COMPUTE WS-SEGMENT-PAY ROUNDED =
               WS-PERSON-HOURS * WS-HOURLY-RATE
           ADD WS-SEGMENT-PAY TO WS-GROSS.

       1290-RELEASE-PERSON.
           IF WS-GROSS > ZEROS
               ADD 1 TO WS-PAID-COUNT
           ELSE
               ADD 1 TO WS-NOT-PAID-COUNT
           END-IF
           ADD WS-GROSS TO WS-PRICED-GROSS
           MOVE PS-DEPARTMENT-CODE TO SW-DEPARTMENT
           MOVE PS-EMPLOYEE-ID TO SW-EMPLOYEE-ID
           MOVE PS-NAME TO SW-NAME
           MOVE WS-SHOWN-TYPE TO SW-PAY-TYPE
           MOVE WS-WORK-DAYS TO SW-DAYS
           MOVE WS-PERSON-HOURS TO SW-HOURS
           MOVE WS-SHOWN-RATE TO SW-RATE
           MOVE WS-GROSS TO SW-GROSS
           MOVE WS-NOTE TO SW-NOTE
           RELEASE SORT-WORK-REC.

       2000-PRINT-REGISTER.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-BREAK
                       PERFORM 2200-PRINT-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2300-PRINT-DEPT-TOTAL
           END-IF.

       2100-CHECK-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               MOVE SW-DEPARTMENT TO WS-BREAK-DEPT
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM 2400-PRINT-DEPT-HEADER
           ELSE
               IF SW-DEPARTMENT NOT = WS-BREAK-DEPT
                   PERFORM 2300-PRINT-DEPT-TOTAL
                   MOVE SW-DEPARTMENT TO WS-BREAK-DEPT
                   PERFORM 2400-PRINT-DEPT-HEADER
               END-IF
           END-IF.

       2200-PRINT-DETAIL.
           MOVE SW-EMPLOYEE-ID TO WD-ID
           MOVE SW-NAME TO WD-NAME
           MOVE SW-PAY-TYPE TO WD-TYPE
           MOVE SW-DAYS TO WD-DAYS
           MOVE SW-HOURS TO WD-HOURS
           MOVE SW-RATE TO WD-RATE
           MOVE SW-GROSS TO WD-GROSS
           MOVE SW-NOTE TO WD-NOTE
           MOVE WS-DETAIL-LINE TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD 1 TO WS-DEPT-PEOPLE
           ADD SW-GROSS TO WS-DEPT-GROSS.

      * the department's total is what the payroll total is built
      * from, so the register foots the way it reads
       2300-PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-PEOPLE TO WT-PEOPLE
           MOVE WS-DEPT-GROSS TO WT-GROSS
           MOVE WS-DEPT-TOTAL-LINE TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD WS-DEPT-PEOPLE TO WS-TOTAL-PEOPLE
           ADD WS-DEPT-GROSS TO WS-DEPT-TOTAL-GROSS
           MOVE ZEROS TO WS-DEPT-PEOPLE
           MOVE ZEROS TO WS-DEPT-GROSS.

      * the department heading carries the reference master's name
      * for the code when it is on file
       2400-PRINT-DEPT-HEADER.
           MOVE WS-BREAK-DEPT TO WH-CODE
           MOVE SPACES TO WH-NAME
           IF WS-DEPT-OPENED = 'Y'
               MOVE WS-BREAK-DEPT TO DP-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE '(NOT ON REFERENCE)' TO WH-NAME
                   NOT INVALID KEY
                       MOVE DP-NAME TO WH-NAME
               END-READ
           END-IF
           MOVE WS-DEPT-HEAD-LINE TO PAYROLL-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hours keyed for someone the register did not pay by the hour
      * -- not on file, salaried, or off the payroll all period --
      * are listed so the clerk can correct them before the next run
       2500-LIST-UNUSED-HOURS.
           MOVE ZEROS TO WS-HOURS-IDX
           PERFORM UNTIL WS-HOURS-IDX = WS-HOURS-COUNT
               ADD 1 TO WS-HOURS-IDX
               IF WS-HT-USED (WS-HOURS-IDX) = 'N'
                   ADD 1 TO WS-HOURS-EXCEPTIONS
                   MOVE WS-HT-HOURS (WS-HOURS-IDX) TO WS-HOURS-EDIT
                   MOVE SPACES TO PAYROLL-REPORT-LINE
                   STRING 'HOURS NOT TAKEN UP: EMPLOYEE '
                       WS-HT-ID (WS-HOURS-IDX) ' HOURS '
                       WS-HOURS-EDIT
                       ' -- NOT PAID HOURLY THIS PERIOD'
                       DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE PAYROLL-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * the register's counts and money go on the shared control
      * ledger for BALANCE-REPORT: everyone read was paid, not paid
      * or outside the period, and the gross as priced equals the
      * gross the department totals added up to
       3000-POST-CONTROL-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'PAYROLL-REGISTER' TO LG-STEP-NAME
           MOVE 'PERSONS-READ' TO LG-COUNTER-NAME
           MOVE WS-PERSONS-READ TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'PAID' TO LG-COUNTER-NAME
           MOVE WS-PAID-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'NOT-PAID' TO LG-COUNTER-NAME
           MOVE WS-NOT-PAID-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'OUTSIDE-PERIOD' TO LG-COUNTER-NAME
           MOVE WS-OUTSIDE-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'GROSS-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-PRICED-GROSS * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'DEPT-GROSS-CENTS' TO LG-COUNTER-NAME
           COMPUTE LG-COUNTER-VALUE = WS-DEPT-TOTAL-GROSS * 100
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.
