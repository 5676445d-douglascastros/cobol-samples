           FILE STATUS IS WS-FS-STATUS-PERSON.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/service-anniv-sort.tmp'.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           05 PS-DEPARTMENT-CODE PIC X(04).
           05 FILLER             PIC X(01).
           05 PS-END-DATE        PIC 9(08).
      * pay type, rate and prior rate, kept for PAYROLL-REGISTER,
      * and the manager ORG-CHART-REPORT draws the tree from
           05 FILLER             PIC X(40).

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-MILESTONE   PIC 9(02).
           05 SW-ANNIV-DATE  PIC 9(08).

       WORKING-STORAGE SECTION.

      * request area for the shared DATE-UTILS subprogram: tenure is
           05 WM-DAYS       PIC ZZ9.
           05 FILLER        PIC X(05) VALUE ' DAYS'.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 ANNIVERSARY-REPORT-LINE PIC X(90).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'SERVICE-ANNIVERSARY-REPORT' TO RW-PROGRAM-ID
           MOVE 'SERVICE ANNIVERSARIES AND TENURE' TO RW-REPORT-TITLE
           MOVE 'src/service-anniversary-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'MILESTONES IN THE NEXT 90 DAYS, BY DEPARTMENT:'
               TO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT SW-DAYS-LEFT
               OUTPUT PROCEDURE IS 2000-LIST-MILESTONES

           PERFORM 3000-PRINT-TENURE-BANDS
           MOVE 'ROSTER COUNTED' TO RW-COUNT-LABEL (1)
           MOVE WS-ROSTER-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'MILESTONES IN 90 DAYS' TO RW-COUNT-LABEL (2)
           MOVE WS-MILESTONES TO RW-COUNT-VALUE (2)
           MOVE 'UNPARSEABLE HIRE DATES' TO RW-COUNT-LABEL (3)
           MOVE WS-BAD-DATES TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Roster counted:        ' WS-ROSTER-COUNT
           DISPLAY 'Milestones in 90 days: ' WS-MILESTONES
           DISPLAY 'Unparseable hire dates: ' WS-BAD-DATES
                       MOVE SW-MILESTONE TO WM-MILESTONE
                       MOVE SW-ANNIV-DATE TO WM-DATE
                       MOVE SW-DAYS-LEFT TO WM-DAYS
                       MOVE WS-MILESTONE-LINE TO
                           ANNIVERSARY-REPORT-LINE
                       PERFORM 3900-PRINT-REPORT-LINE
               END-RETURN
           END-PERFORM.

       3000-PRINT-TENURE-BANDS.
           MOVE SPACES TO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE 'ROSTER BY TENURE BAND:' TO
               ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE SPACES TO ANNIVERSARY-REPORT-LINE
           STRING '  UNDER 5 YEARS:  ' WS-BAND-UNDER-5
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE SPACES TO ANNIVERSARY-REPORT-LINE
           STRING '  5 TO 9 YEARS:   ' WS-BAND-5-TO-9
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE SPACES TO ANNIVERSARY-REPORT-LINE
           STRING '  10 TO 19 YEARS: ' WS-BAND-10-TO-19
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE SPACES TO ANNIVERSARY-REPORT-LINE
           STRING '  20 YEARS AND UP:' WS-BAND-20-UP
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       3900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE ANNIVERSARY-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
