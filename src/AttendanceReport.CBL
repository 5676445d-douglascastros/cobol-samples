      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly attendance report: reads the attendance file
      *          in key order and, at each break of student and
      *          course, prints the classes held, the absences and
      *          excused absences and the absence rate (absent plus
      *          excused over classes held). A student at or past
      *          the warning threshold is listed for the advisor on
      *          src/advisor-warnings.txt; one at or past the hard
      *          threshold also gets a recommendation on
      *          src/attendance-recommendations.txt for GRADEBOOK's
      *          next posting of that course -- fail when the
      *          unexcused absences alone are past it, incomplete
      *          otherwise. Thresholds are whole percentages from
      *          src/attendance-thresholds.txt (default 10 and 20);
      *          an optional parm gives the first class date to
      *          count, so a term can be measured on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE ASSIGN TO 'src/attendance.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-FS-STATUS-ATTN.
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.

           SELECT ADVISOR-WARNING-FILE ASSIGN TO
               'src/advisor-warnings.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-FLAG-FILE ASSIGN TO
               'src/attendance-recommendations.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT THRESHOLD-FILE ASSIGN TO
               'src/attendance-thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-THRESH.
           SELECT ATTENDANCE-PARM-FILE ASSIGN TO
               'src/attendance-report-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE-FILE.
       COPY 'src/DATA-ATTENDANCE.CPY'.

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

       FD ADVISOR-WARNING-FILE.
       01 ADVISOR-WARNING-LINE PIC X(80).

       FD ATTENDANCE-FLAG-FILE.
       COPY 'src/DATA-ATTENDANCE-FLAG.CPY'.

       FD THRESHOLD-FILE.
       01 ATTENDANCE-THRESHOLD-REC.
           05 AH-WARNING-PCT PIC 9(03).
           05 AH-COMMA       PIC X(01).
           05 AH-HARD-PCT    PIC 9(03).

       FD ATTENDANCE-PARM-FILE.
       01 ATTENDANCE-PARM-REC.
           05 AP-FROM-DATE PIC 9(08).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-ATTN   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-THRESH PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ATTN-END         PIC X(01) VALUE 'N'.
       01 WS-SMAST-OPENED     PIC X(01) VALUE 'N'.

       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.
       01 WS-FROM-DATE        PIC 9(08) VALUE ZEROS.

       01 WS-WARNING-PCT      PIC 9(03) VALUE 10.
       01 WS-HARD-PCT         PIC 9(03) VALUE 20.

      * one student's marks in one course across the control break
       01 WS-FIRST-RECORD  PIC X(01) VALUE 'Y'.
       01 WS-BREAK-ID      PIC 9(06) VALUE ZEROS.
       01 WS-BREAK-COURSE  PIC X(06) VALUE SPACES.
       01 WS-BREAK-NAME    PIC X(20) VALUE SPACES.
       01 WS-CLASS-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-ABSENT-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-EXCUSED-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-ABSENCE-PCT   PIC 9(03) VALUE ZEROS.
       01 WS-UNEXCUSED-PCT PIC 9(03) VALUE ZEROS.
       01 WS-VERDICT       PIC X(10) VALUE SPACES.

       01 WS-PAIRS-REPORTED PIC 9(07) VALUE ZEROS.
       01 WS-WARNING-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-FLAG-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-MARKS-SKIPPED  PIC 9(07) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WD-ID        PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-NAME      PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-COURSE    PIC X(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-CLASSES   PIC ZZZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-ABSENT    PIC ZZZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-EXCUSED   PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-PCT       PIC ZZ9.
           05 FILLER       PIC X(03) VALUE '%  '.
           05 WD-VERDICT   PIC X(10).

       01 WS-WARNING-LIST-LINE.
           05 WW-ID        PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WW-NAME      PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WW-COURSE    PIC X(06).
           05 FILLER       PIC X(10) VALUE ' ABSENCES '.
           05 WW-PCT       PIC ZZ9.
           05 FILLER       PIC X(02) VALUE '% '.
           05 WW-VERDICT   PIC X(10).

       01 WS-COLUMN-HEAD-LINE.
           05 FILLER         PIC X(28) VALUE 'STUDENT'.
           05 FILLER         PIC X(08) VALUE 'COURSE'.
           05 FILLER         PIC X(06) VALUE 'HELD'.
           05 FILLER         PIC X(06) VALUE 'ABS'.
           05 FILLER         PIC X(07) VALUE 'EXC'.
           05 FILLER         PIC X(06) VALUE 'RATE'.
           05 FILLER         PIC X(06) VALUE 'ACTION'.

       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 ATTENDANCE-REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-CONTROLS
           OPEN INPUT ATTENDANCE-FILE
           IF WS-FS-STATUS-ATTN NOT = '00'
               DISPLAY 'ATTENDANCE FILE NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-ATTN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST = '00'
               MOVE 'Y' TO WS-SMAST-OPENED
           ELSE
               DISPLAY 'NO STUDENT MASTER -- NAMES NOT PRINTED'
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'ATTENDANCE-REPORT' TO RW-PROGRAM-ID
           MOVE 'WEEKLY ATTENDANCE AND ABSENCE RATE' TO
               RW-REPORT-TITLE
           MOVE 'src/attendance-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADVISOR-WARNING-FILE
           OPEN OUTPUT ATTENDANCE-FLAG-FILE

           PERFORM UNTIL WS-ATTN-END = 'S'
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-ATTN-END
                   NOT AT END
                       PERFORM 0100-ACCUMULATE-ONE-MARK
               END-READ
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 0500-CLOSE-OUT-COURSE
           END-IF

           MOVE 'STUDENT COURSES' TO RW-COUNT-LABEL (1)
           MOVE WS-PAIRS-REPORTED TO RW-COUNT-VALUE (1)
           MOVE 'ADVISOR WARNINGS' TO RW-COUNT-LABEL (2)
           MOVE WS-WARNING-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'GRADE RECOMMENDATIONS' TO RW-COUNT-LABEL (3)
           MOVE WS-FLAG-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           CLOSE ATTENDANCE-FILE
           CLOSE ADVISOR-WARNING-FILE
           CLOSE ATTENDANCE-FLAG-FILE
           IF WS-SMAST-OPENED = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY 'Student courses reported: ' WS-PAIRS-REPORTED
           DISPLAY 'Advisor warnings:         ' WS-WARNING-COUNT
           DISPLAY 'Grade recommendations:    ' WS-FLAG-COUNT
           DISPLAY 'Marks before from-date:   ' WS-MARKS-SKIPPED
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

      * thresholds and the from-date are optional; a hard threshold
      * below the warning one would flag students nobody warned, so
      * such a file is refused in favour of the defaults
       0050-LOAD-CONTROLS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-FS-STATUS-THRESH = '00'
               READ THRESHOLD-FILE
                   NOT AT END
                       IF AH-WARNING-PCT IS NUMERIC
                               AND AH-HARD-PCT IS NUMERIC
                               AND AH-HARD-PCT NOT < AH-WARNING-PCT
                           MOVE AH-WARNING-PCT TO WS-WARNING-PCT
                           MOVE AH-HARD-PCT TO WS-HARD-PCT
                       ELSE
                           DISPLAY 'ATTENDANCE THRESHOLDS INVALID -- '
                               'DEFAULTS USED'
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF
           OPEN INPUT ATTENDANCE-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ ATTENDANCE-PARM-FILE
                   NOT AT END
                       IF AP-FROM-DATE IS NUMERIC
                           MOVE AP-FROM-DATE TO WS-FROM-DATE
                       END-IF
               END-READ
               CLOSE ATTENDANCE-PARM-FILE
           END-IF
           DISPLAY 'WARNING AT ' WS-WARNING-PCT '%, HARD AT '
               WS-HARD-PCT '%'
           IF WS-FROM-DATE > ZEROS
               DISPLAY 'COUNTING CLASSES FROM ' WS-FROM-DATE
           END-IF.

       0100-ACCUMULATE-ONE-MARK.
           IF AR-CLASS-DATE < WS-FROM-DATE
               ADD 1 TO WS-MARKS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-FIRST-RECORD = 'N'
                   AND (AR-STUDENT-ID NOT = WS-BREAK-ID
                   OR AR-COURSE-CODE NOT = WS-BREAK-COURSE)
               PERFORM 0500-CLOSE-OUT-COURSE
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR AR-STUDENT-ID NOT = WS-BREAK-ID
                   OR AR-COURSE-CODE NOT = WS-BREAK-COURSE
               PERFORM 0200-START-COURSE
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           EVALUATE TRUE
               WHEN AR-ABSENT
                   ADD 1 TO WS-ABSENT-COUNT
               WHEN AR-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
           END-EVALUATE.

       0200-START-COURSE.
           IF WS-FIRST-RECORD = 'Y'
                   OR AR-STUDENT-ID NOT = WS-BREAK-ID
               MOVE SPACES TO WS-BREAK-NAME
               IF WS-SMAST-OPENED = 'Y'
                   MOVE AR-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO WS-BREAK-NAME
                       NOT INVALID KEY
                           MOVE SM-NAME TO WS-BREAK-NAME
                   END-READ
               END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE AR-STUDENT-ID TO WS-BREAK-ID
           MOVE AR-COURSE-CODE TO WS-BREAK-COURSE
           MOVE ZEROS TO WS-CLASS-COUNT
           MOVE ZEROS TO WS-ABSENT-COUNT
           MOVE ZEROS TO WS-EXCUSED-COUNT.

      * rates are whole percentages, rounded down, so a student is
      * only past a threshold once the absences truly reach it
       0500-CLOSE-OUT-COURSE.
           ADD 1 TO WS-PAIRS-REPORTED
           COMPUTE WS-ABSENCE-PCT =
               (WS-ABSENT-COUNT + WS-EXCUSED-COUNT) * 100
               / WS-CLASS-COUNT
           COMPUTE WS-UNEXCUSED-PCT =
               WS-ABSENT-COUNT * 100 / WS-CLASS-COUNT
           MOVE SPACES TO WS-VERDICT
           EVALUATE TRUE
               WHEN WS-ABSENCE-PCT >= WS-HARD-PCT
                       AND WS-UNEXCUSED-PCT >= WS-HARD-PCT
                   MOVE 'FAIL' TO WS-VERDICT
               WHEN WS-ABSENCE-PCT >= WS-HARD-PCT
                   MOVE 'INCOMPLETE' TO WS-VERDICT
               WHEN WS-ABSENCE-PCT >= WS-WARNING-PCT
                   MOVE 'WARNING' TO WS-VERDICT
           END-EVALUATE
           MOVE WS-BREAK-ID TO WD-ID
           MOVE WS-BREAK-NAME TO WD-NAME
           MOVE WS-BREAK-COURSE TO WD-COURSE
           MOVE WS-CLASS-COUNT TO WD-CLASSES
           MOVE WS-ABSENT-COUNT TO WD-ABSENT
           MOVE WS-EXCUSED-COUNT TO WD-EXCUSED
           MOVE WS-ABSENCE-PCT TO WD-PCT
           MOVE WS-VERDICT TO WD-VERDICT
           MOVE WS-DETAIL-LINE TO ATTENDANCE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           IF WS-VERDICT NOT = SPACES
               PERFORM 0600-WRITE-ADVISOR-WARNING
           END-IF
           IF WS-ABSENCE-PCT >= WS-HARD-PCT
               PERFORM 0700-WRITE-RECOMMENDATION
           END-IF.

       0600-WRITE-ADVISOR-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE WS-BREAK-ID TO WW-ID
           MOVE WS-BREAK-NAME TO WW-NAME
           MOVE WS-BREAK-COURSE TO WW-COURSE
           MOVE WS-ABSENCE-PCT TO WW-PCT
           MOVE WS-VERDICT TO WW-VERDICT
           MOVE WS-WARNING-LIST-LINE TO ADVISOR-WARNING-LINE
           WRITE ADVISOR-WARNING-LINE.

       0700-WRITE-RECOMMENDATION.
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-BREAK-ID TO AF-STUDENT-ID
           MOVE ',' TO AF-COMMA-1
           MOVE WS-BREAK-COURSE TO AF-COURSE-CODE
           MOVE ',' TO AF-COMMA-2
           IF WS-VERDICT = 'FAIL'
               MOVE 'F' TO AF-RECOMMEND
           ELSE
               MOVE 'I' TO AF-RECOMMEND
           END-IF
           MOVE ',' TO AF-COMMA-3
           MOVE WS-ABSENCE-PCT TO AF-ABSENCE-PCT
           MOVE ',' TO AF-COMMA-4
           MOVE WS-BUSINESS-DATE TO AF-AS-OF-DATE
           WRITE ATTENDANCE-FLAG-REC.

       3900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE ATTENDANCE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
