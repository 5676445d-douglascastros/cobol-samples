      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly quality-sample error-rate report. Every
      *          record REGISTER-QUALITY-SAMPLE drew in the seven
      *          days ending on the business date is counted by the
      *          branch that keyed it -- sampled, reviewed, failed and
      *          still awaiting review -- with the branch's error
      *          rate, failed over reviewed; a record not yet
      *          reviewed counts toward neither side of the rate.
      *          The failures are then broken down by the error type
      *          the clerk gave, each as a share of all the records
      *          reviewed. Run weekly from the batch schedule; it is
      *          not one of the night's default steps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-QUALITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-SAMPLE-FILE ASSIGN TO
               'src/quality-sample.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SAMPLE.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD QUALITY-SAMPLE-FILE.
       COPY 'src/DATA-QUALITY-SAMPLE.CPY'.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 QUALITY-REPORT-LINE PIC X(132).

       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the error types, in the order the breakdown prints them
       COPY 'src/DATA-QUALITY-ERRORS.CPY'.

       01 WS-FS-STATUS-SAMPLE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-SAMPLE-END       PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-WEEK-DAYS        PIC 9(02) VALUE 7.

      * one line per branch that keyed a sampled record in the week,
      * kept in branch order as branches are met
       01 WS-BR-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
               10 WS-BR-BRANCH   PIC X(03).
               10 WS-BR-SAMPLED  PIC 9(05).
               10 WS-BR-REVIEWED PIC 9(05).
               10 WS-BR-FAILED   PIC 9(05).
               10 WS-BR-PENDING  PIC 9(05).
       01 WS-BR-IDX      PIC 9(03) VALUE ZEROS.
       01 WS-BR-HIT      PIC 9(03) VALUE ZEROS.
       01 WS-BR-SHIFT    PIC 9(03) VALUE ZEROS.
       01 WS-BR-SEARCH   PIC X(03) VALUE SPACES.

      * failures by error type, parallel to the error-type table;
      * a reason no longer on the table counts in the last slot
       01 WS-ET-TABLE.
           05 WS-ET-FAILED PIC 9(05) OCCURS 6 TIMES.

       01 WS-TOT-SAMPLED  PIC 9(05) VALUE ZEROS.
       01 WS-TOT-REVIEWED PIC 9(05) VALUE ZEROS.
       01 WS-TOT-FAILED   PIC 9(05) VALUE ZEROS.
       01 WS-TOT-PENDING  PIC 9(05) VALUE ZEROS.
       01 WS-RATE         PIC 9(03)V9 VALUE ZEROS.

       01 WS-BRANCH-LINE.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 BL-BRANCH     PIC X(06).
           05 FILLER        PIC X(05) VALUE SPACES.
           05 BL-SAMPLED    PIC ZZ,ZZ9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 BL-REVIEWED   PIC ZZ,ZZ9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 BL-FAILED     PIC ZZ,ZZ9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 BL-PENDING    PIC ZZ,ZZ9.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 BL-RATE       PIC ZZ9.9.
           05 BL-RATE-SIGN  PIC X(01) VALUE '%'.

       01 WS-TYPE-LINE.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 TL-CODE       PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 TL-DESCRIPTION PIC X(30).
           05 FILLER        PIC X(06) VALUE SPACES.
           05 TL-FAILED     PIC ZZ,ZZ9.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 TL-RATE       PIC ZZ9.9.
           05 TL-RATE-SIGN  PIC X(01) VALUE '%'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REGISTER-QUALITY-REPORT' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           MOVE ZEROS TO WS-ET-TABLE
           PERFORM 0100-TALLY-SAMPLE-FILE

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'REGISTER-QUALITY-REPORT' TO RW-PROGRAM-ID
           MOVE 'REGISTER QUALITY SAMPLE ERROR RATES' TO
               RW-REPORT-TITLE
           MOVE 'src/register-quality-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO QUALITY-REPORT-LINE
           STRING 'RECORDS SAMPLED IN THE ' WS-WEEK-DAYS
               ' DAYS ENDING ' WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM 0300-PRINT-BY-BRANCH
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM 0400-PRINT-BY-ERROR-TYPE

           MOVE 'RECORDS SAMPLED' TO RW-COUNT-LABEL (1)
           MOVE WS-TOT-SAMPLED TO RW-COUNT-VALUE (1)
           MOVE 'RECORDS REVIEWED' TO RW-COUNT-LABEL (2)
           MOVE WS-TOT-REVIEWED TO RW-COUNT-VALUE (2)
           MOVE 'RECORDS FAILED' TO RW-COUNT-LABEL (3)
           MOVE WS-TOT-FAILED TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Records sampled:  ' WS-TOT-SAMPLED
           DISPLAY 'Records reviewed: ' WS-TOT-REVIEWED
           DISPLAY 'Records failed:   ' WS-TOT-FAILED
           DISPLAY 'Awaiting review:  ' WS-TOT-PENDING
           MOVE ZEROS TO RETURN-CODE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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

      * only the week's entries count; a missing sample file leaves
      * the report empty and the run at RC 4
       0100-TALLY-SAMPLE-FILE.
           OPEN INPUT QUALITY-SAMPLE-FILE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               DISPLAY 'NO QUALITY SAMPLE FILE ON HAND, STATUS: '
                   WS-FS-STATUS-SAMPLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAMPLE-END = 'S'
               READ QUALITY-SAMPLE-FILE
                   AT END
                       MOVE 'S' TO WS-SAMPLE-END
                   NOT AT END
                       IF QS-SAMPLE-DATE IS NUMERIC
                           PERFORM 0150-TALLY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUALITY-SAMPLE-FILE
           MOVE '00' TO WS-FS-STATUS-SAMPLE.

       0150-TALLY-ONE-ENTRY.
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE QS-SAMPLE-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT < ZEROS OR DU-DAYS-OUT >= WS-WEEK-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE QS-BRANCH TO WS-BR-SEARCH
           IF WS-BR-SEARCH = SPACES
               MOVE '***' TO WS-BR-SEARCH
           END-IF
           PERFORM 0200-FIND-BRANCH
           IF WS-BR-HIT = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-SAMPLED (WS-BR-HIT) WS-TOT-SAMPLED
           EVALUATE QS-RESULT
               WHEN 'P'
                   ADD 1 TO WS-BR-REVIEWED (WS-BR-HIT) WS-TOT-REVIEWED
               WHEN 'F'
                   ADD 1 TO WS-BR-REVIEWED (WS-BR-HIT) WS-TOT-REVIEWED
                   ADD 1 TO WS-BR-FAILED (WS-BR-HIT) WS-TOT-FAILED
                   PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                           UNTIL WS-QE-IDX = WS-QE-COUNT
                           OR WS-QE-CODE (WS-QE-IDX) = QS-REASON
                       CONTINUE
                   END-PERFORM
                   ADD 1 TO WS-ET-FAILED (WS-QE-IDX)
               WHEN OTHER
                   ADD 1 TO WS-BR-PENDING (WS-BR-HIT) WS-TOT-PENDING
           END-EVALUATE.

      * finds the branch's line, opening one in branch order when
      * this is the branch's first record of the week
       0200-FIND-BRANCH.
           MOVE ZEROS TO WS-BR-HIT
           MOVE ZEROS TO WS-BR-IDX
           PERFORM UNTIL WS-BR-IDX = WS-BR-COUNT
                   OR WS-BR-HIT > ZEROS
               ADD 1 TO WS-BR-IDX
               IF WS-BR-BRANCH (WS-BR-IDX) = WS-BR-SEARCH
                   MOVE WS-BR-IDX TO WS-BR-HIT
               END-IF
           END-PERFORM
           IF WS-BR-HIT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT >= 100
               DISPLAY 'BRANCH TABLE FULL, BRANCH ' WS-BR-SEARCH
                   ' NOT COUNTED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BR-COUNT TO WS-BR-SHIFT
           PERFORM UNTIL WS-BR-SHIFT = ZEROS
                   OR WS-BR-BRANCH (WS-BR-SHIFT) < WS-BR-SEARCH
               MOVE WS-BR-ENTRY (WS-BR-SHIFT) TO
                   WS-BR-ENTRY (WS-BR-SHIFT + 1)
               SUBTRACT 1 FROM WS-BR-SHIFT
           END-PERFORM
           ADD 1 TO WS-BR-COUNT
           ADD 1 TO WS-BR-SHIFT GIVING WS-BR-HIT
           MOVE WS-BR-SEARCH TO WS-BR-BRANCH (WS-BR-HIT)
           MOVE ZEROS TO WS-BR-SAMPLED (WS-BR-HIT)
               WS-BR-REVIEWED (WS-BR-HIT) WS-BR-FAILED (WS-BR-HIT)
               WS-BR-PENDING (WS-BR-HIT).

       0300-PRINT-BY-BRANCH.
           MOVE 'ERROR RATE BY BRANCH' TO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '  BRANCH    SAMPLED   REVIEWED     FAILED    PENDING'
               TO QUALITY-REPORT-LINE
           MOVE '  ERROR RATE' TO QUALITY-REPORT-LINE (53:12)
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-BRANCH (WS-BR-IDX) TO BL-BRANCH
               MOVE WS-BR-SAMPLED (WS-BR-IDX) TO BL-SAMPLED
               MOVE WS-BR-REVIEWED (WS-BR-IDX) TO BL-REVIEWED
               MOVE WS-BR-FAILED (WS-BR-IDX) TO BL-FAILED
               MOVE WS-BR-PENDING (WS-BR-IDX) TO BL-PENDING
               MOVE ZEROS TO WS-RATE
               IF WS-BR-REVIEWED (WS-BR-IDX) > ZEROS
                   COMPUTE WS-RATE ROUNDED =
                       WS-BR-FAILED (WS-BR-IDX) * 100
                       / WS-BR-REVIEWED (WS-BR-IDX)
               END-IF
               MOVE WS-RATE TO BL-RATE
               MOVE WS-BRANCH-LINE TO QUALITY-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           END-PERFORM
           MOVE 'ALL' TO BL-BRANCH
           MOVE WS-TOT-SAMPLED TO BL-SAMPLED
           MOVE WS-TOT-REVIEWED TO BL-REVIEWED
           MOVE WS-TOT-FAILED TO BL-FAILED
           MOVE WS-TOT-PENDING TO BL-PENDING
           MOVE ZEROS TO WS-RATE
           IF WS-TOT-REVIEWED > ZEROS
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-FAILED * 100 / WS-TOT-REVIEWED
           END-IF
           MOVE WS-RATE TO BL-RATE
           MOVE WS-BRANCH-LINE TO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * each error type's failures as a share of everything reviewed,
      * so the type rates add up to the overall rate
       0400-PRINT-BY-ERROR-TYPE.
           MOVE 'FAILURES BY ERROR TYPE' TO QUALITY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE '  TYPE  DESCRIPTION                         FAILED'
               TO QUALITY-REPORT-LINE
           MOVE '  ERROR RATE' TO QUALITY-REPORT-LINE (51:12)
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               MOVE WS-QE-CODE (WS-QE-IDX) TO TL-CODE
               MOVE WS-QE-DESCRIPTION (WS-QE-IDX) TO TL-DESCRIPTION
               MOVE WS-ET-FAILED (WS-QE-IDX) TO TL-FAILED
               MOVE ZEROS TO WS-RATE
               IF WS-TOT-REVIEWED > ZEROS
                   COMPUTE WS-RATE ROUNDED =
                       WS-ET-FAILED (WS-QE-IDX) * 100 / WS-TOT-REVIEWED
               END-IF
               MOVE WS-RATE TO TL-RATE
               MOVE WS-TYPE-LINE TO QUALITY-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           END-PERFORM.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE QUALITY-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
