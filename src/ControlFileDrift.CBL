      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly drift check on the batch control files kept
      *          under CONTROL-FILE-MAINTENANCE. Each file named in
      *          DATA-CONTROL-FILES.CPY is compared line by line with
      *          the image the maintenance program last recorded of
      *          it; any difference -- a line changed, added or taken
      *          away, or the file gone -- was made outside the
      *          program, and raises a failure alert naming the file
      *          and the first line that differs, with return code 8.
      *          A file with no image yet has never been through the
      *          maintenance program and raises a warning (return
      *          code 4) until a baseline transaction records it.
      *          The findings are printed to
      *          src/control-drift-report.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-FILE-DRIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * each control file and its recorded image are opened through
      * WORKING-STORAGE names built from DATA-CONTROL-FILES.CPY
           SELECT CONTROL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CONTROL.
           SELECT CONTROL-IMAGE-FILE ASSIGN TO
               DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-IMAGE.
           SELECT DRIFT-REPORT ASSIGN TO
               'src/control-drift-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(216).

       FD CONTROL-IMAGE-FILE.
       01 CONTROL-IMAGE-LINE PIC X(216).

       FD DRIFT-REPORT.
       01 DRIFT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

       COPY 'src/DATA-CONTROL-FILES.CPY'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-FS-STATUS-CONTROL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-IMAGE   PIC X(02) VALUE '00'.
       01 WS-CONTROL-FILE-NAME PIC X(60) VALUE SPACES.
       01 WS-IMAGE-FILE-NAME   PIC X(60) VALUE SPACES.
       01 WS-CONTROL-END       PIC X(01) VALUE 'N'.
       01 WS-IMAGE-END         PIC X(01) VALUE 'N'.
       01 WS-CONTROL-PRESENT   PIC X(01) VALUE 'N'.
       01 WS-IMAGE-PRESENT     PIC X(01) VALUE 'N'.
       01 WS-LINE-NUMBER       PIC 9(05) VALUE ZEROS.
       01 WS-FIRST-DIFFERENCE  PIC 9(05) VALUE ZEROS.
       01 WS-FILE-RESULT       PIC X(50) VALUE SPACES.
       01 WS-DRIFT-COUNT       PIC 9(03) VALUE ZEROS.
       01 WS-NO-IMAGE-COUNT    PIC 9(03) VALUE ZEROS.
       01 WS-DRIFT-RC          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0041-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'CONTROL-FILE-DRIFT' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           OPEN OUTPUT DRIFT-REPORT
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING 'CONTROL FILE DRIFT CHECK  BUSINESS DATE '
               WS-BUSINESS-DATE '  ' WS-ENVIRONMENT-CODE
               DELIMITED BY SIZE INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE

           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               PERFORM 0100-CHECK-CONTROL-FILE
           END-PERFORM

           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING 'FILES CHANGED OUTSIDE MAINTENANCE: ' WS-DRIFT-COUNT
               '   FILES WITH NO IMAGE: ' WS-NO-IMAGE-COUNT
               DELIMITED BY SIZE INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           CLOSE DRIFT-REPORT
           DISPLAY 'CONTROL FILE DRIFT: ' WS-DRIFT-COUNT
               ' CHANGED OUTSIDE MAINTENANCE, ' WS-NO-IMAGE-COUNT
               ' WITH NO IMAGE'
           EVALUATE TRUE
               WHEN WS-DRIFT-COUNT > ZEROS
                   MOVE 8 TO WS-DRIFT-RC
               WHEN WS-NO-IMAGE-COUNT > ZEROS
                   MOVE 4 TO WS-DRIFT-RC
               WHEN OTHER
                   MOVE ZEROS TO WS-DRIFT-RC
           END-EVALUATE
           MOVE 'END' TO JL-FUNCTION
           MOVE WS-DRIFT-RC TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * holds one control file to its image, line for line; the
      * first line at which they part is the one reported
       0100-CHECK-CONTROL-FILE.
           MOVE SPACES TO WS-CONTROL-FILE-NAME
           STRING 'src/' WS-CF-FILE-NAME (WS-CF-IDX)
               DELIMITED BY SPACE INTO WS-CONTROL-FILE-NAME
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'src/' WS-CF-IMAGE-NAME (WS-CF-IDX)
               DELIMITED BY SPACE INTO WS-IMAGE-FILE-NAME
           MOVE 'N' TO WS-CONTROL-PRESENT
           MOVE 'N' TO WS-IMAGE-PRESENT
           MOVE 'S' TO WS-CONTROL-END
           MOVE 'S' TO WS-IMAGE-END
           OPEN INPUT CONTROL-FILE
           IF WS-FS-STATUS-CONTROL = '00'
               MOVE 'Y' TO WS-CONTROL-PRESENT
               MOVE 'N' TO WS-CONTROL-END
           END-IF
           OPEN INPUT CONTROL-IMAGE-FILE
           IF WS-FS-STATUS-IMAGE = '00'
               MOVE 'Y' TO WS-IMAGE-PRESENT
               MOVE 'N' TO WS-IMAGE-END
           END-IF

           EVALUATE TRUE
               WHEN WS-CONTROL-PRESENT = 'N'
                       AND WS-IMAGE-PRESENT = 'N'
                   MOVE 'NOT IN USE, NO FILE AND NO IMAGE' TO
                       WS-FILE-RESULT
               WHEN WS-IMAGE-PRESENT = 'N'
                   ADD 1 TO WS-NO-IMAGE-COUNT
                   MOVE 'NO IMAGE RECORDED, BASELINE IT' TO
                       WS-FILE-RESULT
                   MOVE 'W' TO AL-SEVERITY
                   MOVE SPACES TO AL-MESSAGE
                   STRING 'NO MAINTENANCE IMAGE OF CONTROL FILE '
                           DELIMITED BY SIZE
                       WS-CF-FILE-NAME (WS-CF-IDX) DELIMITED BY SPACE
                       INTO AL-MESSAGE
                   PERFORM 0800-RAISE-ALERT
               WHEN OTHER
                   MOVE ZEROS TO WS-LINE-NUMBER
                   MOVE ZEROS TO WS-FIRST-DIFFERENCE
                   PERFORM 0200-COMPARE-LINE
                       UNTIL WS-FIRST-DIFFERENCE > ZEROS
                       OR (WS-CONTROL-END = 'S' AND WS-IMAGE-END = 'S')
                   IF WS-FIRST-DIFFERENCE = ZEROS
                       MOVE 'MATCHES ITS MAINTENANCE IMAGE' TO
                           WS-FILE-RESULT
                   ELSE
                       ADD 1 TO WS-DRIFT-COUNT
                       MOVE SPACES TO WS-FILE-RESULT
                       IF WS-CONTROL-PRESENT = 'N'
                           MOVE 'CHANGED OUTSIDE MAINTENANCE, FILE GONE'
                               TO WS-FILE-RESULT
                       ELSE
                           STRING 'CHANGED OUTSIDE MAINTENANCE AT LINE '
                               WS-FIRST-DIFFERENCE
                               DELIMITED BY SIZE INTO WS-FILE-RESULT
                       END-IF
                       MOVE 'F' TO AL-SEVERITY
                       MOVE SPACES TO AL-MESSAGE
                       STRING 'CHANGED OUTSIDE MAINTENANCE: '
                               DELIMITED BY SIZE
                           WS-CF-FILE-NAME (WS-CF-IDX)
                               DELIMITED BY SPACE
                           INTO AL-MESSAGE
                       PERFORM 0800-RAISE-ALERT
                   END-IF
           END-EVALUATE

           IF WS-CONTROL-PRESENT = 'Y'
               CLOSE CONTROL-FILE
           END-IF
           IF WS-IMAGE-PRESENT = 'Y'
               CLOSE CONTROL-IMAGE-FILE
           END-IF
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING WS-CF-ID (WS-CF-IDX) '  '
               WS-CF-FILE-NAME (WS-CF-IDX) '  ' WS-FILE-RESULT
               DELIMITED BY SIZE INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE.

      * reads the next line of each side; a side already at its end
      * reads as spaces, so a line added or taken away shows as a
      * difference at the first line one side lacks
       0200-COMPARE-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO CONTROL-LINE
           MOVE SPACES TO CONTROL-IMAGE-LINE
           IF WS-CONTROL-END = 'N'
               READ CONTROL-FILE
                   AT END
                       MOVE 'S' TO WS-CONTROL-END
               END-READ
           END-IF
           IF WS-IMAGE-END = 'N'
               READ CONTROL-IMAGE-FILE
                   AT END
                       MOVE 'S' TO WS-IMAGE-END
               END-READ
           END-IF
           IF WS-CONTROL-END = 'S' AND WS-IMAGE-END = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-END NOT = WS-IMAGE-END
                   OR CONTROL-LINE NOT = CONTROL-IMAGE-LINE
               MOVE WS-LINE-NUMBER TO WS-FIRST-DIFFERENCE
           END-IF.

       0800-RAISE-ALERT.
           MOVE 'CONTROL-FILE-DRIFT' TO AL-SOURCE
           CALL 'ALERT-WRITER' USING ALERT-REC.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0041-LOAD-RUN-CONTROL.
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
