           RECORD KEY IS DP-CODE
           FILE STATUS IS WS-FS-STATUS-DEPT.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/hr-profile-sort.tmp'.
           SELECT HR-EXCEPTION-FILE ASSIGN TO
               'src/hr-exceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
      * terminate, and people who left stop appearing here
           05 FILLER             PIC X(01).
           05 PS-END-DATE        PIC 9(08).
      * pay type, rate and prior rate, kept for PAYROLL-REGISTER,
      * and the manager ORG-CHART-REPORT draws the tree from
           05 FILLER             PIC X(40).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-REC.
           05 SW-EMPLOYEE-ID PIC 9(06).
           05 SW-HIRE-DATE  PIC X(10).

       FD HR-EXCEPTION-FILE.
       01 HR-EXCEPTION-LINE PIC X(60).

           05 FILLER      PIC X(13) VALUE '  HEADCOUNT: '.
           05 WC-COUNT    PIC ZZZZ9.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 PROFILE-REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
               DISPLAY 'DEPARTMENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-DEPT ' -- CODES NOT VALIDATED'
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'HR-PROFILE-REPORT' TO RW-PROGRAM-ID
           MOVE 'HR PROFILE BY DEPARTMENT' TO RW-REPORT-TITLE
           MOVE 'src/hr-profile-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HR-EXCEPTION-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT SW-NAME
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT

           MOVE SPACES TO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING 'TOTAL EMPLOYEES: ' WS-TOTAL-HEADCOUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           MOVE 'EMPLOYEES REPORTED' TO RW-COUNT-LABEL (1)
           MOVE WS-TOTAL-HEADCOUNT TO RW-COUNT-VALUE (1)
           MOVE 'UNKNOWN DEPARTMENTS' TO RW-COUNT-LABEL (2)
           MOVE WS-EXCEPTION-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           CLOSE HR-EXCEPTION-FILE
           IF WS-DEPT-OPENED = 'Y'
               CLOSE DEPARTMENT-MASTER-FILE
           MOVE SW-NAME        TO WD-NAME
           MOVE SW-HIRE-DATE   TO WD-HIRED
           MOVE WS-SERVICE-YEARS TO WD-SERVICE
           MOVE WS-DETAIL-LINE TO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD 1 TO WS-DEPT-HEADCOUNT
           ADD 1 TO WS-TOTAL-HEADCOUNT.

       2300-PRINT-HEADCOUNT.
           MOVE WS-DEPT-HEADCOUNT TO WC-COUNT
           MOVE WS-HEADCOUNT-LINE TO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * the department heading carries the reference master's name
      * for the code when it is on file
                       MOVE DP-NAME TO WH-NAME
               END-READ
           END-IF
           MOVE WS-DEPT-HEAD-LINE TO PROFILE-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE PROFILE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
