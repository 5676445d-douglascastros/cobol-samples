      *          seconds and every counter per run, with per-program
      *          totals and an average elapsed time -- so creeping
      *          exception rates and growing step run-times are
      *          visible before they blow the batch window. An
      *          optional parm file names a cut-over business date;
      *          with one on hand each program's totals also compare
      *          its runs and average elapsed time before that date
      *          against from it, so a change to the night's job
      *          stream shows its effect in the history itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STATS-REPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/run-stats-sort.tmp'.

      * one line: the cut-over business date, YYYYMMDD
           SELECT STATS-PARM-FILE ASSIGN TO 'src/run-stats-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
           05 SW-REJECT-COUNT    PIC 9(07).
           05 SW-OTHER-COUNT     PIC 9(07).

       FD STATS-PARM-FILE.
       01 STATS-PARM-REC.
           05 SP-CUTOVER-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-STATS PIC X(02) VALUE '00'.
       01 WS-PROGRAM-EXCEPTIONS PIC 9(09) VALUE ZEROS.
       01 WS-PROGRAM-REJECTS   PIC 9(09) VALUE ZEROS.
       01 WS-AVERAGE-ELAPSED   PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-RUNS        PIC 9(07) VALUE ZEROS.
       01 WS-PROGRAM-COUNT     PIC 9(05) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 STATS-REPORT-LINE PIC X(100).

      * the before/after split around the parm file's cut-over date;
      * zero means no comparison is printed
       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-CUTOVER-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-BEFORE-RUNS       PIC 9(05) VALUE ZEROS.
       01 WS-BEFORE-ELAPSED    PIC 9(09) VALUE ZEROS.
       01 WS-AFTER-RUNS        PIC 9(05) VALUE ZEROS.
       01 WS-AFTER-ELAPSED     PIC 9(09) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(06) VALUE '  REJ '.
           05 WT-REJECTS   PIC ZZZZZZZZ9.

       01 WS-CUTOVER-LINE.
           05 FILLER       PIC X(09) VALUE '  BEFORE '.
           05 WC-DATE-1    PIC 9(08).
           05 FILLER       PIC X(07) VALUE ': RUNS '.
           05 WC-BEFORE-RUNS PIC ZZZZ9.
           05 FILLER       PIC X(05) VALUE ' AVG '.
           05 WC-BEFORE-AVG PIC ZZZZZZ9.
           05 FILLER       PIC X(08) VALUE 'S  FROM '.
           05 WC-DATE-2    PIC 9(08).
           05 FILLER       PIC X(07) VALUE ': RUNS '.
           05 WC-AFTER-RUNS PIC ZZZZ9.
           05 FILLER       PIC X(05) VALUE ' AVG '.
           05 WC-AFTER-AVG PIC ZZZZZZ9.
           05 FILLER       PIC X(01) VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-LOAD-CUTOVER
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'RUN-STATS-REPORT' TO RW-PROGRAM-ID
           MOVE 'RUN STATISTICS BY PROGRAM AND DATE' TO RW-REPORT-TITLE
           MOVE 'src/run-stats-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROGRAM-NAME SW-BUSINESS-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT
           MOVE 'PROGRAMS REPORTED' TO RW-COUNT-LABEL (1)
           MOVE WS-PROGRAM-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'RUNS LISTED' TO RW-COUNT-LABEL (2)
           MOVE WS-TOTAL-RUNS TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           STOP RUN.

      * a missing parm file, or one whose date is not numeric, just
      * means the report runs without the comparison
       0100-LOAD-CUTOVER.
           OPEN INPUT STATS-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ STATS-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-CUTOVER-DATE IS NUMERIC
                       MOVE SP-CUTOVER-DATE TO WS-CUTOVER-DATE
                   END-IF
           END-READ
           CLOSE STATS-PARM-FILE.

       1000-LOAD-SORT-FILE.
           OPEN INPUT RUN-STATS-FILE
           IF WS-FS-STATUS-STATS NOT = '00'
           MOVE SW-EXCEPTION-COUNT TO WD-EXCEPTIONS
           MOVE SW-REJECT-COUNT    TO WD-REJECTS
           MOVE SW-OTHER-COUNT     TO WD-OTHER
           MOVE WS-DETAIL-LINE TO STATS-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           ADD 1 TO WS-TOTAL-RUNS
           ADD 1 TO WS-PROGRAM-RUNS
           ADD SW-ELAPSED-SECS    TO WS-PROGRAM-ELAPSED
           ADD SW-RECORDS-READ    TO WS-PROGRAM-READ
           ADD SW-EXCEPTION-COUNT TO WS-PROGRAM-EXCEPTIONS
           ADD SW-REJECT-COUNT    TO WS-PROGRAM-REJECTS
           IF SW-BUSINESS-DATE < WS-CUTOVER-DATE
               ADD 1 TO WS-BEFORE-RUNS
               ADD SW-ELAPSED-SECS TO WS-BEFORE-ELAPSED
           ELSE
               ADD 1 TO WS-AFTER-RUNS
               ADD SW-ELAPSED-SECS TO WS-AFTER-ELAPSED
           END-IF.

       2300-PRINT-PROGRAM-TOTALS.
           IF WS-PROGRAM-RUNS > ZEROS
           MOVE WS-AVERAGE-ELAPSED    TO WT-AVG
           MOVE WS-PROGRAM-EXCEPTIONS TO WT-EXCEPTIONS
           MOVE WS-PROGRAM-REJECTS    TO WT-REJECTS
           MOVE WS-PROGRAM-TOTAL-LINE TO STATS-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           IF WS-CUTOVER-DATE NOT = ZEROS
               PERFORM 2350-PRINT-CUTOVER-LINE
           END-IF
           MOVE SPACES TO STATS-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-PROGRAM-RUNS
           MOVE ZEROS TO WS-PROGRAM-ELAPSED
           MOVE ZEROS TO WS-PROGRAM-READ
           MOVE ZEROS TO WS-PROGRAM-EXCEPTIONS
           MOVE ZEROS TO WS-PROGRAM-REJECTS
           MOVE ZEROS TO WS-BEFORE-RUNS
           MOVE ZEROS TO WS-BEFORE-ELAPSED
           MOVE ZEROS TO WS-AFTER-RUNS
           MOVE ZEROS TO WS-AFTER-ELAPSED.

      * the program's runs and average elapsed time either side of
      * the cut-over date
       2350-PRINT-CUTOVER-LINE.
           MOVE WS-CUTOVER-DATE TO WC-DATE-1
           MOVE WS-CUTOVER-DATE TO WC-DATE-2
           MOVE WS-BEFORE-RUNS TO WC-BEFORE-RUNS
           MOVE WS-AFTER-RUNS TO WC-AFTER-RUNS
           IF WS-BEFORE-RUNS > ZEROS
               DIVIDE WS-BEFORE-ELAPSED BY WS-BEFORE-RUNS
                   GIVING WS-AVERAGE-ELAPSED
           ELSE
               MOVE ZEROS TO WS-AVERAGE-ELAPSED
           END-IF
           MOVE WS-AVERAGE-ELAPSED TO WC-BEFORE-AVG
           IF WS-AFTER-RUNS > ZEROS
               DIVIDE WS-AFTER-ELAPSED BY WS-AFTER-RUNS
                   GIVING WS-AVERAGE-ELAPSED
           ELSE
               MOVE ZEROS TO WS-AVERAGE-ELAPSED
           END-IF
           MOVE WS-AVERAGE-ELAPSED TO WC-AFTER-AVG
           MOVE WS-CUTOVER-LINE TO STATS-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

       2400-PRINT-PROGRAM-HEADER.
           ADD 1 TO WS-PROGRAM-COUNT
           MOVE WS-BREAK-PROGRAM TO WH-PROGRAM
           MOVE WS-PROGRAM-HEAD-LINE TO STATS-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE STATS-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
