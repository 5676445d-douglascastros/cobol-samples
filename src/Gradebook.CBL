           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * the term control record TERM-CLOSE keeps: the posting term
      * when the parm names none, and the terms closed to posting
           SELECT TERM-CONTROL-FILE ASSIGN TO 'src/term-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERM.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-THRESH.

      * section enrollments kept by SECTION-ENROLLMENT: when the parm
      * names a section, its seated students are the class -- a grade
      * row for anyone else is refused, and a seated student with no
      * grade row is listed
           SELECT ENROLLMENT-FILE ASSIGN TO
               'src/section-enrollments.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-FS-STATUS-ENRL.

      * the student master keyed by ID; grades match on the key, and
      * the report prints the master's spelling of the name instead
      * of whatever text arrived on the grade file
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.

      * attendance recommendations from ATTENDANCE-REPORT: a student
      * past the hard absence threshold in the course being posted
      * has the fail or incomplete recommendation printed beside the
      * grade line; the grade itself is still the one on the file
           SELECT ATTENDANCE-FLAG-FILE ASSIGN TO
               'src/attendance-recommendations.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AFLAG.

      * instructor master: the instructor this run grades for must
      * be on it, and active, when one is keyed and the master is in
      * force; the code is stamped on every posting
           SELECT INSTRUCTOR-FILE ASSIGN TO
               'src/instructor-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-INSTRUCTOR-CODE
           FILE STATUS IS WS-FS-STATUS-INST.

       DATA DIVISION.
       FILE SECTION.
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       FD ENROLLMENT-FILE.
       COPY 'src/DATA-SECTION-ENROLLMENT.CPY'.

       FD INSTRUCTOR-FILE.
       COPY 'src/DATA-INSTRUCTOR.CPY'.

       FD ATTENDANCE-FLAG-FILE.
       COPY 'src/DATA-ATTENDANCE-FLAG.CPY'.

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD INCOMPLETE-QUEUE-FILE.
       01 INCOMPLETE-QUEUE-REC.
           05 IQ-COMMA-3    PIC X(01).
           05 IQ-DEADLINE   PIC 9(08).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
           05 TH-MAX   PIC 9(02)V99.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD TERM-CONTROL-FILE.
       COPY 'src/DATA-TERM-CONTROL.CPY'.

       FD TERM-GRADE-FILE.
       01 TERM-GRADE-REC.
           05 TG-STUDENT-ID PIC 9(06).

      * GP-COURSE-CODE stamps the course being graded onto every
      * posting; GP-INCLUDE-ALL of 'Y' grades withdrawn and graduated
      * students too, which is otherwise not done; GP-SECTION names
      * the section of the course whose roster is being graded;
      * GP-INSTRUCTOR-CODE names the instructor who taught it
       FD GRADEBOOK-PARM-FILE.
       01 GRADEBOOK-PARM-REC.
           05 GP-TERM        PIC 9(02).
           05 GP-COURSE-CODE PIC X(06).
           05 GP-COMMA-2     PIC X(01).
           05 GP-INCLUDE-ALL PIC X(01).
           05 GP-COMMA-3     PIC X(01).
           05 GP-SECTION     PIC X(03).
           05 GP-COMMA-4     PIC X(01).
           05 GP-INSTRUCTOR-CODE PIC X(06).

       WORKING-STORAGE SECTION.

       01 WS-FS-STATUS-INCQ  PIC X(02) VALUE '00'.
       01 WS-TDX-OPENED      PIC X(01) VALUE 'N'.
       01 WS-POSTING-COURSE  PIC X(06) VALUE SPACES.
       01 WS-POSTING-INSTRUCTOR PIC X(06) VALUE SPACES.
       01 WS-FS-STATUS-INST  PIC X(02) VALUE '00'.
       01 WS-INCLUDE-ALL     PIC X(01) VALUE 'N'.
       01 WS-SKIPPED-INACTIVE PIC 9(05) VALUE ZEROS.
       01 WS-STUDENT-ACTIVE   PIC X(01) VALUE 'Y'.

      * the section roster: the seated students of the course, term
      * and section the parm names, each marked off as its grade row
      * is read
       01 WS-FS-STATUS-ENRL    PIC X(02) VALUE '00'.
       01 WS-POSTING-SECTION   PIC X(03) VALUE SPACES.
       01 WS-ROSTER-IN-FORCE   PIC X(01) VALUE 'N'.
       01 WS-ON-ROSTER         PIC X(01) VALUE 'Y'.
       01 WS-ROSTER-END        PIC X(01) VALUE 'N'.
       01 WS-ROSTER-KEY        PIC X(11) VALUE SPACES.
       01 WS-ROSTER-COUNT      PIC 9(03) VALUE ZEROS.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10 WS-ROSTER-ID     PIC 9(06).
               10 WS-ROSTER-GRADED PIC X(01).
       01 WS-ROSTER-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-NOT-ENROLLED      PIC 9(05) VALUE ZEROS.
       01 WS-NO-GRADE-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-FS-STATUS-AFLAG   PIC X(02) VALUE '00'.
       01 WS-AFLAG-END         PIC X(01) VALUE 'N'.
       01 WS-AFLAG-COUNT       PIC 9(03) VALUE ZEROS.
       01 WS-AFLAG-TABLE.
           05 WS-AFLAG-ENTRY OCCURS 500 TIMES.
               10 WS-AFLAG-ID        PIC 9(06).
               10 WS-AFLAG-RECOMMEND PIC X(01).
       01 WS-AFLAG-IDX         PIC 9(03) VALUE ZEROS.
       01 WS-ATTENDANCE-NOTE   PIC X(11) VALUE SPACES.
       01 WS-ATTENDANCE-FLAGGED PIC 9(05) VALUE ZEROS.
       01 WS-ROSTER-LINE.
           05 WR-STUDENT-ID  PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WR-NAME        PIC X(20).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WR-NOTE        PIC X(30).

      * incomplete handling: 99 marks a missed final; it never joins
      * an average, and each one posted gets a makeup deadline of
      * ten business days on the incomplete queue
      * against posting the same student and term twice), and the
      * posting counts
       01 WS-POSTING-TERM  PIC 9(02) VALUE ZEROS.
       01 WS-FS-STATUS-TERM PIC X(02) VALUE '00'.
       01 WS-TERM-CONTROL-IN-FORCE PIC X(01) VALUE 'N'.
       01 WS-TRANS-END     PIC X(01) VALUE 'N'.
       01 WS-POSTED-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-ALREADY-COUNT PIC 9(05) VALUE ZEROS.
           05 WD-SATISFACTION PIC X(20).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WD-PASS-FAIL    PIC X(04).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WD-ATTENDANCE  PIC X(11).

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 GRADEBOOK-REPORT-LINE PIC X(80).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER         PIC X(08) VALUE 'STUDENT'.
           05 FILLER         PIC X(22) VALUE 'NAME'.
           05 FILLER         PIC X(07) VALUE 'AVG'.
           05 FILLER         PIC X(22) VALUE 'SATISFACTION'.
           05 FILLER         PIC X(07) VALUE 'RESULT'.
           05 FILLER         PIC X(10) VALUE 'ATTENDANCE'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-DETERMINE-POSTING-TERM
           PERFORM 0055-VALIDATE-POSTING-COURSE
           PERFORM 0056-VALIDATE-POSTING-INSTRUCTOR
           PERFORM 0058-LOAD-SECTION-ROSTER
           PERFORM 0059-LOAD-ATTENDANCE-FLAGS
           OPEN I-O TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX = '00'
               MOVE 'Y' TO WS-TDX-OPENED
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SMAST ' -- FILE NAMES USED'
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'GRADEBOOK' TO RW-PROGRAM-ID
           STRING 'TERM ' WS-POSTING-TERM ' GRADEBOOK'
               DELIMITED BY SIZE INTO RW-REPORT-TITLE
           MOVE 'src/gradebook-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FILE-END = 'S'
               READ STUDENT-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       PERFORM 0070-CHECK-ENROLLMENT
                       PERFORM 0080-CHECK-ROSTER
                       EVALUATE TRUE
                           WHEN WS-STUDENT-ACTIVE = 'N'
                               ADD 1 TO WS-SKIPPED-INACTIVE
                           WHEN WS-ON-ROSTER = 'N'
                               ADD 1 TO WS-NOT-ENROLLED
                               DISPLAY 'NOT ENROLLED IN SECTION '
                                   WS-POSTING-SECTION ', REFUSED: '
                                   SG-STUDENT-ID
                           WHEN OTHER
                               ADD 1 TO WS-STUDENT-COUNT
                               MOVE SG-GRADE-01 TO WS-GRADE-01
                               MOVE SG-GRADE-02 TO WS-GRADE-02
                               PERFORM 1000-CALCULATE-AVERAGE
                               PERFORM 2000-WRITE-DETAIL
                               PERFORM 2500-POST-TERM-RESULT
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 3500-WRITE-ROSTER-EXCEPTIONS
           CLOSE STUDENT-FILE
           IF WS-SMAST-OPENED = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF
           CLOSE TERM-GRADE-FILE
           PERFORM 3000-WRITE-STATISTICS
           MOVE 'STUDENTS PROCESSED' TO RW-COUNT-LABEL (1)
           MOVE WS-STUDENT-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'INACTIVE SKIPPED' TO RW-COUNT-LABEL (2)
           MOVE WS-SKIPPED-INACTIVE TO RW-COUNT-VALUE (2)
           MOVE 'TERM RESULTS POSTED' TO RW-COUNT-LABEL (3)
           MOVE WS-POSTED-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Students processed: ' WS-STUDENT-COUNT
           DISPLAY 'Inactive students skipped: '
               WS-SKIPPED-INACTIVE
           DISPLAY 'Term results posted: ' WS-POSTED-COUNT
               ' (TERM ' WS-POSTING-TERM ')'
           DISPLAY 'Already posted, skipped: ' WS-ALREADY-COUNT
           IF WS-ROSTER-IN-FORCE = 'Y'
               DISPLAY 'Not enrolled, refused: ' WS-NOT-ENROLLED
               DISPLAY 'Enrolled, no grade row: ' WS-NO-GRADE-COUNT
           END-IF
           IF WS-AFLAG-COUNT > ZEROS
               DISPLAY 'Attendance recommendations: '
                   WS-ATTENDANCE-FLAGGED
           END-IF
           STOP RUN.

      * fixed two-grade weighted average for this batch file's
           MOVE WS-AVERAGE    TO WD-AVERAGE
           MOVE WS-SATISFACTION TO WD-SATISFACTION
           MOVE WS-PASS-FAIL  TO WD-PASS-FAIL
           PERFORM 0085-CHECK-ATTENDANCE-FLAG
           MOVE WS-ATTENDANCE-NOTE TO WD-ATTENDANCE
           EVALUATE WS-PASS-FAIL
               WHEN 'PASS'
                   ADD 1 TO WS-PASS-COUNT
               WHEN 'FAIL'
                   ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           MOVE WS-REPORT-DETAIL TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * the statistics the teachers used to work out with a
      * calculator against the printout: min/max/mean of the
      * threshold table the detail lines used
       3000-WRITE-STATISTICS.
           MOVE SPACES TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'CLASS STATISTICS' TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           IF WS-STUDENT-COUNT = ZEROS
               MOVE 'NO STUDENTS PROCESSED' TO
                   GRADEBOOK-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-SUM-AVERAGES BY WS-STUDENT-COUNT
               GIVING WS-MEAN-AVERAGE ROUNDED
           MOVE 'LOWEST AVERAGE:       ' TO WS-STAT-LABEL
           MOVE WS-MIN-AVERAGE TO WS-STAT-VALUE
           MOVE WS-STAT-LINE TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'HIGHEST AVERAGE:      ' TO WS-STAT-LABEL
           MOVE WS-MAX-AVERAGE TO WS-STAT-VALUE
           MOVE WS-STAT-LINE TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'CLASS MEAN:           ' TO WS-STAT-LABEL
           MOVE WS-MEAN-AVERAGE TO WS-STAT-VALUE
           MOVE WS-STAT-LINE TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE

           MOVE SPACES TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-THRESHOLD-COUNT
               MOVE WS-THRESHOLD-LABEL (WS-BAND-IDX) TO WB-LABEL
                   MOVE ALL '*' TO WS-STAR-BAR (1:WS-STAR-COUNT)
               END-IF
               MOVE WS-STAR-BAR TO WB-STARS
               MOVE WS-BAND-LINE TO GRADEBOOK-REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'PASS' TO WB-LABEL
           MOVE WS-PASS-COUNT TO WB-COUNT
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-PASS-COUNT * 100 / WS-STUDENT-COUNT
           MOVE WS-PCT-WORK TO WB-PCT
           MOVE SPACES TO WB-STARS
           MOVE WS-BAND-LINE TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE 'FAIL' TO WB-LABEL
           MOVE WS-FAIL-COUNT TO WB-COUNT
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-FAIL-COUNT * 100 / WS-STUDENT-COUNT
           MOVE WS-PCT-WORK TO WB-PCT
           MOVE WS-BAND-LINE TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE GRADEBOOK-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set in
                           MOVE GP-TERM TO WS-POSTING-TERM
                       END-IF
                       MOVE GP-COURSE-CODE TO WS-POSTING-COURSE
                       MOVE GP-SECTION TO WS-POSTING-SECTION
                       MOVE GP-INSTRUCTOR-CODE TO WS-POSTING-INSTRUCTOR
                       IF GP-INCLUDE-ALL = 'Y'
                           MOVE 'Y' TO WS-INCLUDE-ALL
                       END-IF
               END-READ
               CLOSE GRADEBOOK-PARM-FILE
           END-IF
           PERFORM 0052-LOAD-TERM-CONTROL
           IF WS-POSTING-TERM = ZEROS
                   AND WS-TERM-CONTROL-IN-FORCE = 'Y'
               MOVE TC-CURRENT-TERM TO WS-POSTING-TERM
           END-IF
           IF WS-POSTING-TERM = ZEROS
               MOVE WS-BUS-MONTH TO WS-POSTING-TERM
           END-IF
           DISPLAY 'POSTING TERM: ' WS-POSTING-TERM
           IF WS-TERM-CONTROL-IN-FORCE = 'Y'
                   AND TC-TERM-STATE (WS-POSTING-TERM) = 'C'
               DISPLAY 'RUN REFUSED: TERM ' WS-POSTING-TERM
                   ' IS CLOSED -- USE GRADE-CORRECTION'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the term control record is optional; until TERM-CLOSE has
      * closed a term the posting term comes from the parm or the
      * business month as it always has
       0052-LOAD-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-FS-STATUS-TERM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ TERM-CONTROL-FILE
               NOT AT END
                   IF TC-CURRENT-TERM IS NUMERIC
                       MOVE 'Y' TO WS-TERM-CONTROL-IN-FORCE
                   END-IF
           END-READ
           CLOSE TERM-CONTROL-FILE.

      * a keyed course code must be on the catalog when the catalog
      * is in force; grading under a course nobody cataloged is how
           END-READ
           CLOSE COURSE-CATALOG-FILE.

      * a keyed instructor must be on the instructor master and
      * still active when the master is in force, the same rule the
      * course code is held to
       0056-VALIDATE-POSTING-INSTRUCTOR.
           IF WS-POSTING-INSTRUCTOR = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-FS-STATUS-INST NOT = '00'
               DISPLAY 'NO INSTRUCTOR MASTER -- INSTRUCTOR VALIDATION '
                   'NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POSTING-INSTRUCTOR TO IM-INSTRUCTOR-CODE
           READ INSTRUCTOR-FILE
               INVALID KEY
                   DISPLAY 'RUN REFUSED: INSTRUCTOR '
                       WS-POSTING-INSTRUCTOR ' IS NOT ON THE MASTER'
                   CLOSE INSTRUCTOR-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT IM-ACTIVE
               DISPLAY 'RUN REFUSED: INSTRUCTOR '
                   WS-POSTING-INSTRUCTOR ' IS NOT ACTIVE'
               CLOSE INSTRUCTOR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'POSTING INSTRUCTOR: ' IM-INSTRUCTOR-CODE ' '
               IM-NAME
           CLOSE INSTRUCTOR-FILE.

      * a named section makes its seated students the class; the
      * roster is only as good as this table, so overrunning it or
      * losing the enrollment file stops the run rather than grading
      * without it
       0058-LOAD-SECTION-ROSTER.
           IF WS-POSTING-SECTION = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-POSTING-COURSE = SPACES
               DISPLAY 'RUN REFUSED: SECTION ' WS-POSTING-SECTION
                   ' NAMED WITHOUT A COURSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-STATUS-ENRL NOT = '00'
               DISPLAY 'RUN REFUSED: NO SECTION ENROLLMENTS, STATUS: '
                   WS-FS-STATUS-ENRL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-ROSTER-IN-FORCE
           MOVE WS-POSTING-COURSE TO EN-COURSE-CODE
           MOVE WS-POSTING-TERM TO EN-TERM
           MOVE WS-POSTING-SECTION TO EN-SECTION
           MOVE EN-SECTION-KEY TO WS-ROSTER-KEY
           MOVE ZEROS TO EN-STUDENT-ID
           START ENROLLMENT-FILE KEY NOT < EN-KEY
               INVALID KEY
                   MOVE 'S' TO WS-ROSTER-END
           END-START
           PERFORM UNTIL WS-ROSTER-END = 'S'
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-ROSTER-END
                   NOT AT END
                       IF EN-SECTION-KEY NOT = WS-ROSTER-KEY
                           MOVE 'S' TO WS-ROSTER-END
                       ELSE
                           IF EN-SEATED
                               IF WS-ROSTER-COUNT >= 500
                                   DISPLAY 'RUN STOPPED: SECTION '
                                       'EXCEEDS THE 500-STUDENT '
                                       'ROSTER TABLE'
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE EN-STUDENT-ID TO
                                   WS-ROSTER-ID (WS-ROSTER-COUNT)
                               MOVE 'N' TO
                                   WS-ROSTER-GRADED (WS-ROSTER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           DISPLAY 'POSTING SECTION: ' WS-POSTING-SECTION ', '
               WS-ROSTER-COUNT ' SEATED'.

      * the recommendations for the course being posted; with no
      * course named there is nothing to match them against, and no
      * file simply means ATTENDANCE-REPORT has flagged nobody
       0059-LOAD-ATTENDANCE-FLAGS.
           IF WS-POSTING-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ATTENDANCE-FLAG-FILE
           IF WS-FS-STATUS-AFLAG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AFLAG-END = 'S'
               READ ATTENDANCE-FLAG-FILE
                   AT END
                       MOVE 'S' TO WS-AFLAG-END
                   NOT AT END
                       IF AF-COURSE-CODE = WS-POSTING-COURSE
                           IF WS-AFLAG-COUNT >= 500
                               DISPLAY 'ATTENDANCE RECOMMENDATIONS '
                                   'PAST 500 -- REST NOT PRINTED'
                               MOVE 'S' TO WS-AFLAG-END
                           ELSE
                               ADD 1 TO WS-AFLAG-COUNT
                               MOVE AF-STUDENT-ID TO
                                   WS-AFLAG-ID (WS-AFLAG-COUNT)
                               MOVE AF-RECOMMEND TO
                                   WS-AFLAG-RECOMMEND (WS-AFLAG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FLAG-FILE
           DISPLAY 'ATTENDANCE RECOMMENDATIONS FOR ' WS-POSTING-COURSE
               ': ' WS-AFLAG-COUNT.

      * with a roster in force only a seated student is graded
       0080-CHECK-ROSTER.
           MOVE 'Y' TO WS-ON-ROSTER
           IF WS-ROSTER-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ON-ROSTER
           MOVE ZEROS TO WS-ROSTER-IDX
           PERFORM UNTIL WS-ROSTER-IDX = WS-ROSTER-COUNT
                   OR WS-ON-ROSTER = 'Y'
               ADD 1 TO WS-ROSTER-IDX
               IF WS-ROSTER-ID (WS-ROSTER-IDX) = SG-STUDENT-ID
                   MOVE 'Y' TO WS-ON-ROSTER
                   MOVE 'Y' TO WS-ROSTER-GRADED (WS-ROSTER-IDX)
               END-IF
           END-PERFORM.

      * the note printed beside the grade line for a student
      * ATTENDANCE-REPORT flagged in this course
       0085-CHECK-ATTENDANCE-FLAG.
           MOVE SPACES TO WS-ATTENDANCE-NOTE
           MOVE ZEROS TO WS-AFLAG-IDX
           PERFORM UNTIL WS-AFLAG-IDX = WS-AFLAG-COUNT
                   OR WS-ATTENDANCE-NOTE NOT = SPACES
               ADD 1 TO WS-AFLAG-IDX
               IF WS-AFLAG-ID (WS-AFLAG-IDX) = SG-STUDENT-ID
                   ADD 1 TO WS-ATTENDANCE-FLAGGED
                   IF WS-AFLAG-RECOMMEND (WS-AFLAG-IDX) = 'F'
                       MOVE 'ATTEND FAIL' TO WS-ATTENDANCE-NOTE
                   ELSE
                       MOVE 'ATTEND INC' TO WS-ATTENDANCE-NOTE
                   END-IF
               END-IF
           END-PERFORM.

      * seated students the grade file never mentioned, printed so
      * the grade sheet can be finished before the term closes
       3500-WRITE-ROSTER-EXCEPTIONS.
           IF WS-ROSTER-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO GRADEBOOK-REPORT-LINE
           STRING 'SECTION ' WS-POSTING-SECTION ' ROSTER: '
               WS-ROSTER-COUNT ' SEATED, ' WS-NOT-ENROLLED
               ' GRADE ROWS REFUSED, NOT ENROLLED'
               DELIMITED BY SIZE INTO GRADEBOOK-REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-ROSTER-GRADED (WS-ROSTER-IDX) = 'N'
                   ADD 1 TO WS-NO-GRADE-COUNT
                   MOVE WS-ROSTER-ID (WS-ROSTER-IDX) TO WR-STUDENT-ID
                   MOVE SPACES TO WR-NAME
                   IF WS-SMAST-OPENED = 'Y'
                       MOVE WS-ROSTER-ID (WS-ROSTER-IDX) TO
                           SM-STUDENT-ID
                       READ STUDENT-MASTER-FILE
                           NOT INVALID KEY
                               MOVE SM-NAME TO WR-NAME
                       END-READ
                   END-IF
                   MOVE 'ENROLLED, NO GRADE ROW' TO WR-NOTE
                   MOVE WS-ROSTER-LINE TO GRADEBOOK-REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * withdrawn and graduated students stop being graded and stop
      * skewing the class statistics, unless the parm asks for them
       0070-CHECK-ENROLLMENT.
           MOVE WS-POSTING-TERM TO TD-TERM
           MOVE WS-STUDENT-NAME TO TD-NAME
           MOVE WS-POSTING-COURSE TO TD-COURSE-CODE
           MOVE WS-POSTING-INSTRUCTOR TO TD-INSTRUCTOR-CODE
           MOVE WS-GRADE-01 TO TD-GRADE-01
           MOVE WS-GRADE-02 TO TD-GRADE-02
           IF WS-GRADE-01 = WS-INCOMPLETE-GRADE
