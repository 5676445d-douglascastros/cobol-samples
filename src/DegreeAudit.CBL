      ******************************************************************
      * Author:
      * Date:
      * Purpose: degree audit: holds every active student's indexed
      *          transcript up to the requirements of the degree
      *          program the student master declares. Only completed
      *          grades count -- a term line with an incomplete on
      *          either grade is not yet a course taken -- and a
      *          course is passed at the shop's passing average. The
      *          report prints, per student, each required course
      *          and elective group as SATISFIED or OUTSTANDING, the
      *          credit hours earned against the program minimum
      *          with the hours still to go, and the cumulative
      *          average against the program floor (the average of
      *          the term averages, as ACADEMIC-STANDING keeps it).
      *          A student who meets everything is flagged, and an
      *          'S' status transaction moving the student to
      *          graduated is written to src/graduation-candidates.txt
      *          -- header, trailer and stamp included -- for the
      *          registrar to review and feed through
      *          TRANSACTION-EDIT and STUDENT-MASTER-MAINTENANCE. The
      *          optional parm names the user the transactions are
      *          keyed under and can narrow the run to one program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.
           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO
               'src/program-requirements.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PR-PROGRAM-CODE
           FILE STATUS IS WS-FS-STATUS-PROG.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * the students found ready to graduate, as student-master
      * status transactions bracketed for TRANSACTION-EDIT
           SELECT GRAD-CANDIDATE-FILE ASSIGN TO
               'src/graduation-candidates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-GRAD.

      * optional: the user id the candidate transactions carry and
      * a program code to audit alone
           SELECT AUDIT-PARM-FILE ASSIGN TO
               'src/degree-audit-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * shared run-control file giving every batch program the same
      * business date, the effective date of a graduation
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-REC.
           05 SM-STUDENT-ID    PIC 9(06).
           05 SM-NAME          PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01).
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       FD PROGRAM-REQUIREMENT-FILE.
       COPY 'src/DATA-PROGRAM-REQUIREMENT.CPY'.

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

      * laid out as STUDENT-MASTER-MAINTENANCE reads its
      * transactions
       FD GRAD-CANDIDATE-FILE.
       01 GRAD-CANDIDATE-REC.
           05 GC-ACTION        PIC X(01).
           05 GC-COMMA-1       PIC X(01).
           05 GC-STUDENT-ID    PIC 9(06).
           05 GC-COMMA-2       PIC X(01).
           05 GC-NAME          PIC X(20).
           05 GC-COMMA-3       PIC X(01).
           05 GC-ENROLL-STATUS PIC X(01).
           05 GC-COMMA-4       PIC X(01).
           05 GC-STATUS-DATE   PIC 9(08).
           05 GC-COMMA-5       PIC X(01).
           05 GC-USER-ID       PIC X(08).
           05 GC-COMMA-6       PIC X(01).
           05 GC-LAST-UPDATE   PIC X(16).
           05 GC-COMMA-7       PIC X(01).
           05 GC-PROGRAM-CODE  PIC X(04).
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-REC.
           05 DP-USER-ID      PIC X(08).
           05 DP-COMMA        PIC X(01).
           05 DP-PROGRAM-CODE PIC X(04).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-SMAST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROG  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-GRAD  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC    PIC X(02) VALUE '00'.
       01 WS-STUDENT-END     PIC X(01) VALUE 'N'.
       01 WS-TERMS-END       PIC X(01) VALUE 'N'.

       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.
       01 WS-PARM-USER        PIC X(08) VALUE SPACES.
       01 WS-PARM-PROGRAM     PIC X(04) VALUE SPACES.

      * the shop's pass mark, and the grade value an incomplete was
      * keyed as before the flag byte existed
       01 WS-MIN-PASSING-AVERAGE PIC 9(02)V99 VALUE 5.00.
       01 WS-INCOMPLETE-GRADE    PIC 9(02) VALUE 99.

      * one student's completed work: the distinct courses passed
      * with their credit hours, marked off as each requirement
      * claims one so no course is counted toward two of them, and
      * the term averages behind the cumulative average
       01 WS-PASSED-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-PASSED-TABLE.
           05 WS-PASSED-ENTRY OCCURS 60 TIMES.
               10 WS-PC-CODE  PIC X(06).
               10 WS-PC-HOURS PIC 9(02).
               10 WS-PC-USED  PIC X(01).
       01 WS-PC-IDX         PIC 9(02) VALUE ZEROS.
       01 WS-PC-FOUND       PIC 9(02) VALUE ZEROS.
       01 WS-TERM-AVERAGE   PIC 9(02)V99 VALUE ZEROS.
       01 WS-TERM-SUM       PIC 9(05)V99 VALUE ZEROS.
       01 WS-TERM-COUNT     PIC 9(03) VALUE ZEROS.
       01 WS-CUM-AVERAGE    PIC 9(02)V99 VALUE ZEROS.
       01 WS-HOURS-EARNED   PIC 9(03) VALUE ZEROS.
       01 WS-HOURS-REMAINING PIC 9(03) VALUE ZEROS.

      * requirement walk
       01 WS-REQ-IDX        PIC 9(02) VALUE ZEROS.
       01 WS-GROUP-IDX      PIC 9(01) VALUE ZEROS.
       01 WS-ENTRY-IDX      PIC 9(01) VALUE ZEROS.
       01 WS-COURSE-HOLD    PIC X(06) VALUE SPACES.
       01 WS-GROUP-PASSED   PIC 9(01) VALUE ZEROS.
       01 WS-ALL-MET        PIC X(01) VALUE 'Y'.
       01 WS-VERDICT        PIC X(11) VALUE SPACES.

       01 WS-STUDENTS-AUDITED   PIC 9(05) VALUE ZEROS.
       01 WS-CANDIDATE-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-NO-PROGRAM-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-UNDECLARED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-PASSED-OVERFLOW    PIC 9(05) VALUE ZEROS.
       01 WS-HASH-TOTAL         PIC 9(15) VALUE ZEROS.

       01 WS-AVERAGE-EDIT   PIC Z9.99.
       01 WS-FLOOR-EDIT     PIC Z9.99.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 DEGREE-AUDIT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-PARM
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SMAST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROGRAM-REQUIREMENT-FILE
           IF WS-FS-STATUS-PROG NOT = '00'
               DISPLAY 'PROGRAM REQUIREMENTS NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-PROG
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX NOT = '00'
               DISPLAY 'INDEXED TRANSCRIPT NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-TDX
               CLOSE STUDENT-MASTER-FILE
               CLOSE PROGRAM-REQUIREMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT NOT = '00'
               DISPLAY 'COURSE CATALOG NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CAT
               CLOSE STUDENT-MASTER-FILE
               CLOSE PROGRAM-REQUIREMENT-FILE
               CLOSE TRANSCRIPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'DEGREE-AUDIT' TO RW-PROGRAM-ID
           MOVE 'DEGREE AUDIT AGAINST PROGRAM' TO RW-REPORT-TITLE
           MOVE 'src/degree-audit-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0700-OPEN-CANDIDATE-FILE

           PERFORM UNTIL WS-STUDENT-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-STUDENT-END
                   NOT AT END
                       PERFORM 0100-AUDIT-ONE-STUDENT
               END-READ
           END-PERFORM

           PERFORM 0790-CLOSE-CANDIDATE-FILE
           MOVE 'STUDENTS AUDITED' TO RW-COUNT-LABEL (1)
           MOVE WS-STUDENTS-AUDITED TO RW-COUNT-VALUE (1)
           MOVE 'GRADUATION CANDIDATES' TO RW-COUNT-LABEL (2)
           MOVE WS-CANDIDATE-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'PROGRAM NOT ON FILE' TO RW-COUNT-LABEL (3)
           MOVE WS-NO-PROGRAM-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           CLOSE STUDENT-MASTER-FILE
           CLOSE PROGRAM-REQUIREMENT-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE COURSE-CATALOG-FILE
           DISPLAY 'Students audited:      ' WS-STUDENTS-AUDITED
           DISPLAY 'Graduation candidates: ' WS-CANDIDATE-COUNT
           DISPLAY 'Undeclared students:   ' WS-UNDECLARED-COUNT
           DISPLAY 'Program not on file:   ' WS-NO-PROGRAM-COUNT
           IF WS-PASSED-OVERFLOW > ZEROS
               DISPLAY 'Passed-course overflow: ' WS-PASSED-OVERFLOW
           END-IF
           IF (WS-NO-PROGRAM-COUNT > ZEROS
                   OR WS-PASSED-OVERFLOW > ZEROS)
                   AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * without a parm every program is audited and the candidate
      * transactions carry no user id, which the registrar keys in
      * before the file is fed to maintenance
       0050-LOAD-PARM.
           OPEN INPUT AUDIT-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ AUDIT-PARM-FILE
                   NOT AT END
                       MOVE DP-USER-ID TO WS-PARM-USER
                       MOVE DP-PROGRAM-CODE TO WS-PARM-PROGRAM
               END-READ
               CLOSE AUDIT-PARM-FILE
           END-IF
           IF WS-PARM-PROGRAM NOT = SPACES
               DISPLAY 'AUDITING PROGRAM ' WS-PARM-PROGRAM ' ONLY'
           END-IF.

      * only active students are audited; a withdrawn or graduated
      * student has nothing left to satisfy
       0100-AUDIT-ONE-STUDENT.
           IF SM-ENROLL-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF SM-PROGRAM-CODE = SPACES
               ADD 1 TO WS-UNDECLARED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-PROGRAM NOT = SPACES
                   AND SM-PROGRAM-CODE NOT = WS-PARM-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE SM-PROGRAM-CODE TO PR-PROGRAM-CODE
           READ PROGRAM-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PROGRAM-COUNT
                   MOVE SPACES TO DEGREE-AUDIT-LINE
                   STRING 'STUDENT ' SM-STUDENT-ID ' ' SM-NAME
                       ' PROGRAM ' SM-PROGRAM-CODE ' NOT ON FILE'
                       DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
                   PERFORM 3900-PRINT-REPORT-LINE
                   MOVE SPACES TO DEGREE-AUDIT-LINE
                   PERFORM 3900-PRINT-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-STUDENTS-AUDITED
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING 'STUDENT ' SM-STUDENT-ID ' ' SM-NAME
               ' PROGRAM ' PR-PROGRAM-CODE ' ' PR-TITLE
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE 'Y' TO WS-ALL-MET
           PERFORM 0200-LOAD-PASSED-COURSES
           PERFORM 0300-CHECK-REQUIRED-COURSES
           PERFORM 0400-CHECK-ELECTIVE-GROUPS
           PERFORM 0500-CHECK-HOURS-AND-AVERAGE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           IF WS-ALL-MET = 'Y'
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE '  MEETS ALL REQUIREMENTS -- GRADUATION CANDIDATE'
                   TO DEGREE-AUDIT-LINE
               PERFORM 3900-PRINT-REPORT-LINE
               PERFORM 0600-WRITE-CANDIDATE
           ELSE
               MOVE '  REQUIREMENTS OUTSTANDING' TO DEGREE-AUDIT-LINE
               PERFORM 3900-PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO DEGREE-AUDIT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * the student's terms are a keyed START at the first term and
      * READ NEXT until the key leaves the student
       0200-LOAD-PASSED-COURSES.
           MOVE ZEROS TO WS-PASSED-COUNT
           MOVE ZEROS TO WS-TERM-SUM
           MOVE ZEROS TO WS-TERM-COUNT
           MOVE ZEROS TO WS-CUM-AVERAGE
           MOVE ZEROS TO WS-HOURS-EARNED
           MOVE SM-STUDENT-ID TO TD-STUDENT-ID
           MOVE ZEROS TO TD-TERM
           MOVE 'N' TO WS-TERMS-END
           START TRANSCRIPT-FILE KEY NOT < TD-KEY
               INVALID KEY
                   MOVE 'S' TO WS-TERMS-END
           END-START
           PERFORM UNTIL WS-TERMS-END = 'S'
               READ TRANSCRIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TERMS-END
                   NOT AT END
                       IF TD-STUDENT-ID NOT = SM-STUDENT-ID
                           MOVE 'S' TO WS-TERMS-END
                       ELSE
                           PERFORM 0210-ACCUMULATE-ONE-TERM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TERM-COUNT > ZEROS
               COMPUTE WS-CUM-AVERAGE = WS-TERM-SUM / WS-TERM-COUNT
           END-IF.

      * a term line with an incomplete on either grade is not yet a
      * completed course and stays out of the average and the hours;
      * a completed course joins the average, and a passed one is
      * credited once however many times it was retaken
       0210-ACCUMULATE-ONE-TERM.
           IF TD-G1-FLAG = 'I' OR TD-G2-FLAG = 'I'
                   OR TD-GRADE-01 = WS-INCOMPLETE-GRADE
                   OR TD-GRADE-02 = WS-INCOMPLETE-GRADE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TERM-AVERAGE =
               (TD-GRADE-01 + TD-GRADE-02) / 2
           ADD WS-TERM-AVERAGE TO WS-TERM-SUM
           ADD 1 TO WS-TERM-COUNT
           IF WS-TERM-AVERAGE < WS-MIN-PASSING-AVERAGE
               EXIT PARAGRAPH
           END-IF
           MOVE TD-COURSE-CODE TO WS-COURSE-HOLD
           PERFORM 0250-FIND-PASSED-COURSE
           IF WS-PC-FOUND > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-PASSED-COUNT = 60
               ADD 1 TO WS-PASSED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PASSED-COUNT
           MOVE TD-COURSE-CODE TO WS-PC-CODE (WS-PASSED-COUNT)
           MOVE 'N' TO WS-PC-USED (WS-PASSED-COUNT)
           MOVE ZEROS TO WS-PC-HOURS (WS-PASSED-COUNT)
           MOVE TD-COURSE-CODE TO CC-CODE
           READ COURSE-CATALOG-FILE
               NOT INVALID KEY
                   MOVE CC-CREDIT-HOURS TO
                       WS-PC-HOURS (WS-PASSED-COUNT)
           END-READ
           ADD WS-PC-HOURS (WS-PASSED-COUNT) TO WS-HOURS-EARNED.

      * WS-PC-FOUND comes back as the passed-course entry for
      * WS-COURSE-HOLD, zero when the student has not passed it
       0250-FIND-PASSED-COURSE.
           MOVE ZEROS TO WS-PC-FOUND
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PASSED-COUNT
                   OR WS-PC-FOUND > ZEROS
               IF WS-PC-CODE (WS-PC-IDX) = WS-COURSE-HOLD
                   MOVE WS-PC-IDX TO WS-PC-FOUND
               END-IF
           END-PERFORM.

      * every required course must have been passed; a required
      * course is claimed so an elective group cannot count it too
       0300-CHECK-REQUIRED-COURSES.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 8
               MOVE PR-REQUIRED-COURSE (WS-REQ-IDX) TO WS-COURSE-HOLD
               IF WS-COURSE-HOLD NOT = SPACES
                   PERFORM 0250-FIND-PASSED-COURSE
                   IF WS-PC-FOUND > ZEROS
                       MOVE 'Y' TO WS-PC-USED (WS-PC-FOUND)
                       MOVE 'SATISFIED' TO WS-VERDICT
                   ELSE
                       MOVE 'N' TO WS-ALL-MET
                       MOVE 'OUTSTANDING' TO WS-VERDICT
                   END-IF
                   MOVE SPACES TO DEGREE-AUDIT-LINE
                   STRING '  ' WS-VERDICT '  REQUIRED COURSE '
                       WS-COURSE-HOLD
                       DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
                   PERFORM 3900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * a group in use is satisfied once the student has passed as
      * many of its courses as it needs, none already claimed
       0400-CHECK-ELECTIVE-GROUPS.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > 3
               IF PR-GROUP-NEEDED (WS-GROUP-IDX) > ZEROS
                   PERFORM 0410-CHECK-ONE-GROUP
               END-IF
           END-PERFORM.

       0410-CHECK-ONE-GROUP.
           MOVE ZEROS TO WS-GROUP-PASSED
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
                   OR WS-GROUP-PASSED = PR-GROUP-NEEDED (WS-GROUP-IDX)
               MOVE PR-GROUP-COURSE (WS-GROUP-IDX WS-ENTRY-IDX) TO
                   WS-COURSE-HOLD
               IF WS-COURSE-HOLD NOT = SPACES
                   PERFORM 0250-FIND-PASSED-COURSE
                   IF WS-PC-FOUND > ZEROS
                       IF WS-PC-USED (WS-PC-FOUND) = 'N'
                           MOVE 'Y' TO WS-PC-USED (WS-PC-FOUND)
                           ADD 1 TO WS-GROUP-PASSED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GROUP-PASSED = PR-GROUP-NEEDED (WS-GROUP-IDX)
               MOVE 'SATISFIED' TO WS-VERDICT
           ELSE
               MOVE 'N' TO WS-ALL-MET
               MOVE 'OUTSTANDING' TO WS-VERDICT
           END-IF
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  ' WS-VERDICT '  ELECTIVE GROUP ' WS-GROUP-IDX
               '  ' WS-GROUP-PASSED ' OF '
               PR-GROUP-NEEDED (WS-GROUP-IDX) ' PASSED'
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * the hours and the average are judged on everything the
      * student has completed, claimed by a requirement or not
       0500-CHECK-HOURS-AND-AVERAGE.
           IF WS-HOURS-EARNED < PR-MIN-HOURS
               COMPUTE WS-HOURS-REMAINING =
                   PR-MIN-HOURS - WS-HOURS-EARNED
               MOVE 'N' TO WS-ALL-MET
               MOVE 'OUTSTANDING' TO WS-VERDICT
           ELSE
               MOVE ZEROS TO WS-HOURS-REMAINING
               MOVE 'SATISFIED' TO WS-VERDICT
           END-IF
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  ' WS-VERDICT '  CREDIT HOURS ' WS-HOURS-EARNED
               ' OF ' PR-MIN-HOURS ', REMAINING ' WS-HOURS-REMAINING
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           IF WS-TERM-COUNT = ZEROS
                   OR WS-CUM-AVERAGE < PR-MIN-AVERAGE
               MOVE 'N' TO WS-ALL-MET
               MOVE 'OUTSTANDING' TO WS-VERDICT
           ELSE
               MOVE 'SATISFIED' TO WS-VERDICT
           END-IF
           MOVE WS-CUM-AVERAGE TO WS-AVERAGE-EDIT
           MOVE PR-MIN-AVERAGE TO WS-FLOOR-EDIT
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  ' WS-VERDICT '  CUMULATIVE AVERAGE '
               WS-AVERAGE-EDIT ', MINIMUM ' WS-FLOOR-EDIT
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * the status transaction carries the stamp the record bears
      * now, so a student updated between the audit and the
      * registrar's run is refused rather than graduated blind
       0600-WRITE-CANDIDATE.
           MOVE SPACES TO GRAD-CANDIDATE-REC
           MOVE 'S' TO GC-ACTION
           MOVE ',' TO GC-COMMA-1
           MOVE SM-STUDENT-ID TO GC-STUDENT-ID
           MOVE ',' TO GC-COMMA-2
           MOVE SM-NAME TO GC-NAME
           MOVE ',' TO GC-COMMA-3
           MOVE 'G' TO GC-ENROLL-STATUS
           MOVE ',' TO GC-COMMA-4
           MOVE WS-BUSINESS-DATE TO GC-STATUS-DATE
           MOVE ',' TO GC-COMMA-5
           MOVE WS-PARM-USER TO GC-USER-ID
           MOVE ',' TO GC-COMMA-6
           MOVE SM-LAST-UPDATE TO GC-LAST-UPDATE
           MOVE ',' TO GC-COMMA-7
           MOVE SM-PROGRAM-CODE TO GC-PROGRAM-CODE
           WRITE GRAD-CANDIDATE-REC
           ADD SM-STUDENT-ID TO WS-HASH-TOTAL.

      * the candidate file is rebuilt every run, header first
       0700-OPEN-CANDIDATE-FILE.
           OPEN OUTPUT GRAD-CANDIDATE-FILE
           IF WS-FS-STATUS-GRAD NOT = '00'
               DISPLAY 'ERROR OPENING GRADUATION CANDIDATES, STATUS: '
                   WS-FS-STATUS-GRAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TRANS-CONTROL-REC
           MOVE 'HDR' TO TC-TAG
           MOVE ',' TO TC-COMMA-1
           MOVE 'STUD' TO TC-FILE-ID
           MOVE ',' TO TC-COMMA-2
           MOVE WS-BUSINESS-DATE TO TC-KEYED-DATE
           WRITE TRANS-CONTROL-REC.

      * the trailer carries the count and the hash of student ids
      * TRANSACTION-EDIT proves before the file is applied
       0790-CLOSE-CANDIDATE-FILE.
           MOVE SPACES TO TRANS-CONTROL-REC
           MOVE 'TRL' TO TC-TAG
           MOVE ',' TO TC-COMMA-1
           MOVE WS-CANDIDATE-COUNT TO TC-RECORD-COUNT
           MOVE ',' TO TC-COMMA-3
           MOVE WS-HASH-TOTAL TO TC-HASH-TOTAL
           WRITE TRANS-CONTROL-REC
           CLOSE GRAD-CANDIDATE-FILE.

      * hands the built line to REPORT-WRITER
       3900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE DEGREE-AUDIT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
