      ******************************************************************
      * Author:
      * Date:
      * Purpose: term-end grade distribution per instructor: every
      *          completed posting on the indexed transcript (both
      *          grades in, a course on it) is sorted by course and
      *          instructor, and for each instructor of each course
      *          the report prints the postings, the average, the
      *          pass rate and the spread across the satisfaction
      *          bands GRADEBOOK grades on. Each instructor's average
      *          is set against the department average for the same
      *          course -- every posting of that course, whoever
      *          taught it -- and one further off than the allowed
      *          spread is flagged as grading HARDER or SOFTER than
      *          the peers. An optional parm (src/grade-distribution-
      *          parm.txt, TT,SSSS) names the term (00 for every term
      *          on file) and the spread in average points (default
      *          1.50); postings from before instructors were
      *          recorded show as UNASSIGNED and are never flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DISTRIBUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/grade-distribution-sort.tmp'.
           SELECT INSTRUCTOR-FILE ASSIGN TO
               'src/instructor-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-INSTRUCTOR-CODE
           FILE STATUS IS WS-FS-STATUS-INST.
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * the same satisfaction bands GRADEBOOK grades against
           SELECT THRESHOLD-FILE ASSIGN TO
               'src/satisfaction-thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-THRESH.
           SELECT DISTRIBUTION-PARM-FILE ASSIGN TO
               'src/grade-distribution-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-COURSE-CODE     PIC X(06).
           05 SW-INSTRUCTOR-CODE PIC X(06).
           05 SW-AVERAGE         PIC 9(02)V99.

       FD INSTRUCTOR-FILE.
       COPY 'src/DATA-INSTRUCTOR.CPY'.

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
           05 TH-MAX   PIC 9(02)V99.
           05 TH-COMMA PIC X(01).
           05 TH-LABEL PIC X(20).

       FD DISTRIBUTION-PARM-FILE.
       01 DISTRIBUTION-PARM-REC.
           05 GD-TERM   PIC 9(02).
           05 GD-COMMA  PIC X(01).
           05 GD-SPREAD PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-SATISFACTION.CPY'.
       01 WS-FS-STATUS-THRESH PIC X(02) VALUE '00'.
       01 WS-THRESHOLD-END    PIC X(01) VALUE 'N'.
       01 WS-BAND-IDX         PIC 9(02) VALUE ZEROS.

       01 WS-FS-STATUS-TDX   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-INST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM  PIC X(02) VALUE '00'.
       01 WS-INST-OPENED     PIC X(01) VALUE 'N'.
       01 WS-CATALOG-OPENED  PIC X(01) VALUE 'N'.
       01 WS-TDX-END         PIC X(01) VALUE 'N'.
       01 WS-SORT-END        PIC X(01) VALUE 'N'.

      * the report term (zero for all) and the allowed spread
       01 WS-REPORT-TERM     PIC 9(02) VALUE ZEROS.
       01 WS-SPREAD          PIC 9(02)V99 VALUE 1.50.

      * the posting average is GRADEBOOK's: the two grades weighted
      * half and half, passing at five
       01 WS-WEIGHT-01 PIC 9(03) VALUE 50.
       01 WS-WEIGHT-02 PIC 9(03) VALUE 50.
       01 WS-MIN-PASSING-AVERAGE PIC 9(02)V99 VALUE 5.00.
       01 WS-AVERAGE   PIC 9(02)V99 VALUE ZEROS.

      * one course's instructors, gathered until the course breaks
      * so the department average is known before any prints
       01 WS-FIRST-RECORD    PIC X(01) VALUE 'Y'.
       01 WS-BREAK-COURSE    PIC X(06) VALUE SPACES.
       01 WS-COURSE-COUNT-POSTED PIC 9(05) VALUE ZEROS.
       01 WS-COURSE-SUM      PIC 9(07)V99 VALUE ZEROS.
       01 WS-COURSE-AVERAGE  PIC 9(02)V99 VALUE ZEROS.
       01 WS-INSTR-COUNT     PIC 9(02) VALUE ZEROS.
       01 WS-INSTR-TABLE.
           05 WS-INSTR-ENTRY OCCURS 50 TIMES.
               10 WS-IN-CODE   PIC X(06).
               10 WS-IN-COUNT  PIC 9(05).
               10 WS-IN-SUM    PIC 9(07)V99.
               10 WS-IN-PASSED PIC 9(05).
               10 WS-IN-BAND   PIC 9(05) OCCURS 10 TIMES.
       01 WS-INSTR-IDX       PIC 9(02) VALUE ZEROS.
       01 WS-INSTR-AVERAGE   PIC 9(02)V99 VALUE ZEROS.
       01 WS-DIFFERENCE      PIC S9(02)V99 VALUE ZEROS.
       01 WS-DISTANCE        PIC 9(02)V99 VALUE ZEROS.
       01 WS-PCT-WORK        PIC 9(03)V9 VALUE ZEROS.
       01 WS-FLAG            PIC X(08) VALUE SPACES.

       01 WS-POSTINGS-READ     PIC 9(07) VALUE ZEROS.
       01 WS-POSTINGS-USED     PIC 9(07) VALUE ZEROS.
       01 WS-INCOMPLETE-SKIPPED PIC 9(07) VALUE ZEROS.
       01 WS-NO-COURSE-SKIPPED PIC 9(07) VALUE ZEROS.
       01 WS-COURSES-REPORTED  PIC 9(05) VALUE ZEROS.
       01 WS-ROWS-REPORTED     PIC 9(05) VALUE ZEROS.
       01 WS-OUTLIER-COUNT     PIC 9(05) VALUE ZEROS.
       01 WS-OVERFLOW-COUNT    PIC 9(05) VALUE ZEROS.

       01 WS-INSTRUCTOR-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WI-CODE      PIC X(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WI-NAME      PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WI-DEPT      PIC X(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WI-COUNT     PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WI-AVERAGE   PIC Z9.99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WI-PASS-PCT  PIC ZZ9.9.
           05 FILLER       PIC X(02) VALUE '% '.
           05 WI-DIFF      PIC +9.99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WI-FLAG      PIC X(08).

       01 WS-BAND-LINE.
           05 FILLER       PIC X(12) VALUE SPACES.
           05 WB-LABEL     PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WB-COUNT     PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WB-PCT       PIC ZZ9.9.
           05 FILLER       PIC X(01) VALUE '%'.

       01 WS-COLUMN-HEAD-LINE.
           05 FILLER       PIC X(09) VALUE '  INSTR'.
           05 FILLER       PIC X(21) VALUE 'NAME'.
           05 FILLER       PIC X(05) VALUE 'DEPT'.
           05 FILLER       PIC X(07) VALUE 'POSTED'.
           05 FILLER       PIC X(07) VALUE 'AVG'.
           05 FILLER       PIC X(07) VALUE 'PASS'.
           05 FILLER       PIC X(07) VALUE 'DIFF'.
           05 FILLER       PIC X(04) VALUE 'FLAG'.

       01 WS-AVERAGE-EDIT   PIC Z9.99.
       01 WS-SPREAD-EDIT    PIC Z9.99.

       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 DISTRIBUTION-REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-PARM
           PERFORM 1500-LOAD-SATISFACTION-THRESHOLDS
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX NOT = '00'
               DISPLAY 'INDEXED TRANSCRIPT NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-TDX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-FS-STATUS-INST = '00'
               MOVE 'Y' TO WS-INST-OPENED
           ELSE
               DISPLAY 'NO INSTRUCTOR MASTER -- NAMES NOT PRINTED'
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT = '00'
               MOVE 'Y' TO WS-CATALOG-OPENED
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'GRADE-DISTRIBUTION' TO RW-PROGRAM-ID
           IF WS-REPORT-TERM = ZEROS
               MOVE 'GRADE DISTRIBUTION, ALL TERMS' TO
                   RW-REPORT-TITLE
           ELSE
               STRING 'TERM ' WS-REPORT-TERM ' GRADE DISTRIBUTION'
                   DELIMITED BY SIZE INTO RW-REPORT-TITLE
           END-IF
           MOVE 'src/grade-distribution-report.txt' TO
               RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COURSE-CODE SW-INSTRUCTOR-CODE
               INPUT PROCEDURE IS 0100-RELEASE-POSTINGS
               OUTPUT PROCEDURE IS 0200-RETURN-POSTINGS
           IF WS-FIRST-RECORD = 'N'
               PERFORM 0500-CLOSE-OUT-COURSE
           END-IF

           MOVE 'COURSES REPORTED' TO RW-COUNT-LABEL (1)
           MOVE WS-COURSES-REPORTED TO RW-COUNT-VALUE (1)
           MOVE 'INSTRUCTOR ROWS' TO RW-COUNT-LABEL (2)
           MOVE WS-ROWS-REPORTED TO RW-COUNT-VALUE (2)
           MOVE 'OUTLIERS FLAGGED' TO RW-COUNT-LABEL (3)
           MOVE WS-OUTLIER-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           CLOSE TRANSCRIPT-FILE
           IF WS-INST-OPENED = 'Y'
               CLOSE INSTRUCTOR-FILE
           END-IF
           IF WS-CATALOG-OPENED = 'Y'
               CLOSE COURSE-CATALOG-FILE
           END-IF
           DISPLAY 'Postings read:          ' WS-POSTINGS-READ
           DISPLAY 'Postings distributed:   ' WS-POSTINGS-USED
           DISPLAY 'Incomplete, left out:   ' WS-INCOMPLETE-SKIPPED
           DISPLAY 'No course, left out:    ' WS-NO-COURSE-SKIPPED
           DISPLAY 'Outliers flagged:       ' WS-OUTLIER-COUNT
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY 'Instructor table overflow: '
                   WS-OVERFLOW-COUNT
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0040-LOAD-PARM.
           OPEN INPUT DISTRIBUTION-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ DISTRIBUTION-PARM-FILE
                   NOT AT END
                       IF GD-TERM IS NUMERIC
                           MOVE GD-TERM TO WS-REPORT-TERM
                       END-IF
                       IF GD-SPREAD IS NUMERIC
                               AND GD-SPREAD NOT = ZEROS
                           MOVE GD-SPREAD TO WS-SPREAD
                       END-IF
               END-READ
               CLOSE DISTRIBUTION-PARM-FILE
           END-IF
           MOVE WS-SPREAD TO WS-SPREAD-EDIT
           IF WS-REPORT-TERM = ZEROS
               DISPLAY 'DISTRIBUTION FOR ALL TERMS, SPREAD '
                   WS-SPREAD-EDIT
           ELSE
               DISPLAY 'DISTRIBUTION FOR TERM ' WS-REPORT-TERM
                   ', SPREAD ' WS-SPREAD-EDIT
           END-IF.

      * a posting with an incomplete has no final average yet, and
      * one without a course has nothing to be compared within
       0100-RELEASE-POSTINGS.
           PERFORM UNTIL WS-TDX-END = 'S'
               READ TRANSCRIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TDX-END
                   NOT AT END
                       PERFORM 0150-RELEASE-ONE-POSTING
               END-READ
           END-PERFORM.

       0150-RELEASE-ONE-POSTING.
           IF WS-REPORT-TERM NOT = ZEROS
                   AND TD-TERM NOT = WS-REPORT-TERM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTINGS-READ
           IF TD-G1-FLAG = 'I' OR TD-G2-FLAG = 'I'
               ADD 1 TO WS-INCOMPLETE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF TD-COURSE-CODE = SPACES
               ADD 1 TO WS-NO-COURSE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVERAGE =
               (TD-GRADE-01 * WS-WEIGHT-01 +
                TD-GRADE-02 * WS-WEIGHT-02) / 100
           MOVE TD-COURSE-CODE TO SW-COURSE-CODE
           MOVE TD-INSTRUCTOR-CODE TO SW-INSTRUCTOR-CODE
           MOVE WS-AVERAGE TO SW-AVERAGE
           RELEASE SORT-WORK-REC.

       0200-RETURN-POSTINGS.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 0300-ACCUMULATE-ONE-POSTING
               END-RETURN
           END-PERFORM.

      * a change of course closes out the prior one; a change of
      * instructor within the course opens a new table row
       0300-ACCUMULATE-ONE-POSTING.
           IF WS-FIRST-RECORD = 'N'
                   AND SW-COURSE-CODE NOT = WS-BREAK-COURSE
               PERFORM 0500-CLOSE-OUT-COURSE
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR SW-COURSE-CODE NOT = WS-BREAK-COURSE
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SW-COURSE-CODE TO WS-BREAK-COURSE
               MOVE ZEROS TO WS-COURSE-COUNT-POSTED
               MOVE ZEROS TO WS-COURSE-SUM
               MOVE ZEROS TO WS-INSTR-COUNT
           END-IF
           IF WS-INSTR-COUNT = ZEROS
                   OR SW-INSTRUCTOR-CODE NOT =
                       WS-IN-CODE (WS-INSTR-COUNT)
               IF WS-INSTR-COUNT >= 50
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INSTR-COUNT
               INITIALIZE WS-INSTR-ENTRY (WS-INSTR-COUNT)
               MOVE SW-INSTRUCTOR-CODE TO WS-IN-CODE (WS-INSTR-COUNT)
           END-IF
           ADD 1 TO WS-POSTINGS-USED
           ADD 1 TO WS-COURSE-COUNT-POSTED
           ADD SW-AVERAGE TO WS-COURSE-SUM
           ADD 1 TO WS-IN-COUNT (WS-INSTR-COUNT)
           ADD SW-AVERAGE TO WS-IN-SUM (WS-INSTR-COUNT)
           IF SW-AVERAGE >= WS-MIN-PASSING-AVERAGE
               ADD 1 TO WS-IN-PASSED (WS-INSTR-COUNT)
           END-IF
           MOVE SW-AVERAGE TO WS-AVERAGE
           MOVE WS-THRESHOLD-COUNT TO WS-BAND-IDX
           SET WS-THRESHOLD-IDX TO 1
           SEARCH WS-THRESHOLD-ENTRY
               WHEN WS-AVERAGE < WS-THRESHOLD-MAX (WS-THRESHOLD-IDX)
                   SET WS-BAND-IDX TO WS-THRESHOLD-IDX
           END-SEARCH
           ADD 1 TO WS-IN-BAND (WS-INSTR-COUNT WS-BAND-IDX).

      * the department average is every posting of the course; an
      * instructor further from it than the spread is an outlier
      * when there is anyone to be compared with
       0500-CLOSE-OUT-COURSE.
           ADD 1 TO WS-COURSES-REPORTED
           COMPUTE WS-COURSE-AVERAGE =
               WS-COURSE-SUM / WS-COURSE-COUNT-POSTED
           MOVE WS-COURSE-AVERAGE TO WS-AVERAGE-EDIT
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           IF WS-CATALOG-OPENED = 'Y'
               MOVE WS-BREAK-COURSE TO CC-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       MOVE SPACES TO CC-TITLE
               END-READ
           ELSE
               MOVE SPACES TO CC-TITLE
           END-IF
           STRING 'COURSE ' WS-BREAK-COURSE ' ' CC-TITLE
               ' DEPT AVG ' WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
                   UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
               PERFORM 0600-PRINT-INSTRUCTOR
           END-PERFORM
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

       0600-PRINT-INSTRUCTOR.
           ADD 1 TO WS-ROWS-REPORTED
           COMPUTE WS-INSTR-AVERAGE =
               WS-IN-SUM (WS-INSTR-IDX) / WS-IN-COUNT (WS-INSTR-IDX)
           COMPUTE WS-DIFFERENCE =
               WS-INSTR-AVERAGE - WS-COURSE-AVERAGE
           MOVE WS-DIFFERENCE TO WS-DISTANCE
           MOVE SPACES TO WS-FLAG
           EVALUATE TRUE
               WHEN WS-IN-CODE (WS-INSTR-IDX) = SPACES
                   CONTINUE
               WHEN WS-INSTR-COUNT = 1
                   CONTINUE
               WHEN WS-DISTANCE NOT > WS-SPREAD
                   CONTINUE
               WHEN WS-DIFFERENCE > ZEROS
                   MOVE 'SOFTER' TO WS-FLAG
               WHEN OTHER
                   MOVE 'HARDER' TO WS-FLAG
           END-EVALUATE
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-OUTLIER-COUNT
           END-IF
           MOVE SPACES TO WI-NAME
           MOVE SPACES TO WI-DEPT
           IF WS-IN-CODE (WS-INSTR-IDX) = SPACES
               MOVE 'UNASSIGNED' TO WI-NAME
           ELSE
               IF WS-INST-OPENED = 'Y'
                   MOVE WS-IN-CODE (WS-INSTR-IDX) TO
                       IM-INSTRUCTOR-CODE
                   READ INSTRUCTOR-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO WI-NAME
                       NOT INVALID KEY
                           MOVE IM-NAME TO WI-NAME
                           MOVE IM-DEPT-CODE TO WI-DEPT
                   END-READ
               END-IF
           END-IF
           MOVE WS-IN-CODE (WS-INSTR-IDX) TO WI-CODE
           MOVE WS-IN-COUNT (WS-INSTR-IDX) TO WI-COUNT
           MOVE WS-INSTR-AVERAGE TO WI-AVERAGE
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-IN-PASSED (WS-INSTR-IDX) * 100
               / WS-IN-COUNT (WS-INSTR-IDX)
           MOVE WS-PCT-WORK TO WI-PASS-PCT
           MOVE WS-DIFFERENCE TO WI-DIFF
           MOVE WS-FLAG TO WI-FLAG
           MOVE WS-INSTRUCTOR-LINE TO DISTRIBUTION-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-THRESHOLD-COUNT
               MOVE WS-THRESHOLD-LABEL (WS-BAND-IDX) TO WB-LABEL
               MOVE WS-IN-BAND (WS-INSTR-IDX WS-BAND-IDX) TO WB-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-IN-BAND (WS-INSTR-IDX WS-BAND-IDX) * 100
                   / WS-IN-COUNT (WS-INSTR-IDX)
               MOVE WS-PCT-WORK TO WB-PCT
               MOVE WS-BAND-LINE TO DISTRIBUTION-REPORT-LINE
               PERFORM 3900-PRINT-REPORT-LINE
           END-PERFORM.

       1500-LOAD-SATISFACTION-THRESHOLDS.
           MOVE ZEROS TO WS-THRESHOLD-COUNT
           OPEN INPUT THRESHOLD-FILE
           IF WS-FS-STATUS-THRESH = '00'
               PERFORM UNTIL WS-THRESHOLD-END = 'S'
                   READ THRESHOLD-FILE
                       AT END
                           MOVE 'S' TO WS-THRESHOLD-END
                       NOT AT END
                           IF WS-THRESHOLD-COUNT < 10
                               ADD 1 TO WS-THRESHOLD-COUNT
                               MOVE TH-MAX TO WS-THRESHOLD-MAX
                                   (WS-THRESHOLD-COUNT)
                               MOVE TH-LABEL TO WS-THRESHOLD-LABEL
                                   (WS-THRESHOLD-COUNT)
                           ELSE
                               DISPLAY
                                   'WARNING: THRESHOLD-FILE HAS MORE '
                                   'THAN 10 ENTRIES -- REST IGNORED'
                               MOVE 'S' TO WS-THRESHOLD-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF
           IF WS-THRESHOLD-COUNT = ZEROS
               MOVE 4 TO WS-THRESHOLD-COUNT
               PERFORM VARYING WS-THRESHOLD-IDX FROM 1 BY 1
                       UNTIL WS-THRESHOLD-IDX > WS-THRESHOLD-COUNT
                   MOVE WS-DEFAULT-MAX (WS-THRESHOLD-IDX) TO
                       WS-THRESHOLD-MAX (WS-THRESHOLD-IDX)
                   MOVE WS-DEFAULT-LABEL (WS-THRESHOLD-IDX) TO
                       WS-THRESHOLD-LABEL (WS-THRESHOLD-IDX)
               END-PERFORM
           END-IF.

       3900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE DISTRIBUTION-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
