           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-CODE
           FILE STATUS IS WS-FS-STATUS-DEPT.

       DATA DIVISION.
       FILE SECTION.
      * terminate, and people who left stop appearing here
           05 FILLER             PIC X(01).
           05 PS-END-DATE        PIC 9(08).
      * pay type, rate and prior rate, kept for PAYROLL-REGISTER,
      * and the manager ORG-CHART-REPORT draws the tree from
           05 FILLER             PIC X(40).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-REC.
           05 DP-NAME             PIC X(30).
           05 DP-HEADCOUNT-BUDGET PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERSON PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-DEPT   PIC X(02) VALUE '00'.
       01 WS-TOTAL-ACTUAL   PIC 9(06) VALUE ZEROS.
       01 WS-TOTAL-VARIANCE PIC S9(06) VALUE ZEROS.
       01 WS-FLAG           PIC X(05) VALUE SPACES.
       01 WS-DEPT-COUNT     PIC 9(05) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 VARIANCE-REPORT-LINE PIC X(90).

       01 WS-DETAIL-LINE.
           05 WD-CODE     PIC X(04).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'DEPT-VARIANCE-REPORT' TO RW-PROGRAM-ID
           MOVE 'HEADCOUNT BUDGET VS ACTUAL' TO RW-REPORT-TITLE
           MOVE 'src/dept-variance-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DEPT-END = 'S'
               READ DEPARTMENT-MASTER-FILE NEXT RECORD

           PERFORM 0300-REPORT-UNKNOWN-CODES
           MOVE SPACES TO VARIANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'SHOP TOTAL: BUDGET ' WS-TOTAL-BUDGET
               ' ACTUAL ' WS-TOTAL-ACTUAL
               ' VARIANCE ' WS-TOTAL-VARIANCE
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'DEPARTMENTS REPORTED' TO RW-COUNT-LABEL (1)
           MOVE WS-DEPT-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'ACTUAL HEADCOUNT' TO RW-COUNT-LABEL (2)
           MOVE WS-TOTAL-ACTUAL TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Shop variance (actual - budget): '
               WS-TOTAL-VARIANCE
           STOP RUN.
                   MOVE WS-COUNT-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           MOVE DP-CODE TO WD-CODE
           MOVE DP-NAME TO WD-NAME
           MOVE DP-HEADCOUNT-BUDGET TO WD-BUDGET
                   MOVE 'ON   ' TO WS-FLAG
           END-EVALUATE
           MOVE WS-FLAG TO WD-FLAG
           MOVE WS-DETAIL-LINE TO VARIANCE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * codes on the person file the master never heard of: those
      * people are real and belong on somebody's plan
                       ' NOT ON DEPARTMENT MASTER, '
                       WS-CNT-ACTUAL (WS-COUNT-IDX) ' PERSON(S)'
                       DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE VARIANCE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
