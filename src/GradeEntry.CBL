      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive grade entry for instructors, so the
      *          gradebook input src/students.txt is no longer typed
      *          into an editor -- which is where its out-of-range and
      *          misaligned lines came from. The instructor signs on
      *          (USER-SIGNON, grade-entry authority GRDE letter E),
      *          keys the course and term (and, for a sectioned
      *          course, the section), and is shown each of the
      *          class's active students from the student master in
      *          turn. Each grade is re-asked until it fits the same
      *          0-10 scale PROCEDURES-METHODS-FUNCTIONS holds the
      *          keyboard to, or is I for an incomplete (written as
      *          the 99 GRADEBOOK queues for makeup). Before anything
      *          is written the class is listed back and any line can
      *          be keyed again; only a commit writes students.txt,
      *          one correctly aligned line per student, ready for
      *          GRADEBOOK. A closed term takes no entry, the lock
      *          GRADEBOOK itself enforces. Every session, committed
      *          or abandoned, goes on the audit trail with the count
      *          of grades entered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the gradebook input this session writes on commit
           SELECT STUDENT-FILE ASSIGN TO 'src/students.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STUD.

           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * section enrollments kept by SECTION-ENROLLMENT: when a
      * section is keyed, its seated students are the class
           SELECT ENROLLMENT-FILE ASSIGN TO
               'src/section-enrollments.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-FS-STATUS-ENRL.

      * the term control record TERM-CLOSE keeps: the default term
      * and the terms closed to posting
           SELECT TERM-CONTROL-FILE ASSIGN TO 'src/term-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERM.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: who may enter grades (E), master id
      * GRDE
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-REC.
           05 SG-STUDENT-ID PIC 9(06).
           05 SG-COMMA-0  PIC X(01).
           05 SG-NAME     PIC X(20).
           05 SG-COMMA-1  PIC X(01).
           05 SG-GRADE-01 PIC 9(02).
           05 SG-COMMA-2  PIC X(01).
           05 SG-GRADE-02 PIC 9(02).

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

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD ENROLLMENT-FILE.
       COPY 'src/DATA-SECTION-ENROLLMENT.CPY'.

       FD TERM-CONTROL-FILE.
       COPY 'src/DATA-TERM-CONTROL.CPY'.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       WORKING-STORAGE SECTION.

      * the session record is built here and handed to the shared
      * AUDIT-WRITER subprogram
       COPY 'src/DATA-AUDIT.CPY'.
       01 WS-AUDIT-DATE  PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME  PIC 9(08) VALUE ZEROS.

       01 WS-FS-STATUS-STUD  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENRL  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TERM  PIC X(02) VALUE '00'.
       01 WS-MASTER-END      PIC X(01) VALUE 'N'.
       01 WS-ROSTER-END      PIC X(01) VALUE 'N'.
       01 WS-ROSTER-KEY      PIC X(11) VALUE SPACES.
       01 WS-TERM-CONTROL-IN-FORCE PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE.
           05 WS-BUS-YEAR  PIC 9(04).
           05 WS-BUS-MONTH PIC 9(02).
           05 WS-BUS-DAY   PIC 9(02).

      * what the session grades: course, term and optional section
       01 WS-COURSE-CODE  PIC X(06) VALUE SPACES.
       01 WS-COURSE-OK    PIC X(01) VALUE 'N'.
       01 WS-TERM-TEXT    PIC X(02) VALUE SPACES.
       01 WS-ENTRY-TERM   PIC 9(02) VALUE ZEROS.
       01 WS-TERM-OK      PIC X(01) VALUE 'N'.
       01 WS-SECTION      PIC X(03) VALUE SPACES.

      * the class as presented, in student id order, with the two
      * grades keyed for each (99 is an incomplete)
       01 WS-CLASS-COUNT  PIC 9(03) VALUE ZEROS.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 500 TIMES.
               10 WS-CLASS-ID      PIC 9(06).
               10 WS-CLASS-NAME    PIC X(20).
               10 WS-CLASS-GRADE-1 PIC 9(02).
               10 WS-CLASS-GRADE-2 PIC 9(02).
       01 WS-CLASS-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-SKIPPED-INACTIVE PIC 9(03) VALUE ZEROS.

      * one grade as keyed: a 0-10 grade, one or two digits, or I
      * for an incomplete
       01 WS-MAX-GRADE        PIC 9(02) VALUE 10.
       01 WS-INCOMPLETE-GRADE PIC 9(02) VALUE 99.
       01 WS-GRADE-TEXT       PIC X(02) VALUE SPACES.
       01 WS-GRADE-NUMBER     PIC 9(02) VALUE ZEROS.
       01 WS-GRADE-VALID      PIC X(01) VALUE 'N'.
       01 WS-GRADE-PROMPT     PIC 9(01) VALUE ZEROS.
       01 WS-GRADE-SHOWN      PIC X(02) VALUE SPACES.

      * the review between entry and commit
       01 WS-REVIEW-END    PIC X(01) VALUE 'N'.
       01 WS-REVIEW-CHOICE PIC X(03) VALUE SPACES.
       01 WS-REVIEW-LINE   PIC 9(03) VALUE ZEROS.
       01 WS-COMMITTED     PIC X(01) VALUE 'N'.

       01 WS-GRADES-ENTERED PIC 9(05) VALUE ZEROS.
       01 WS-INCOMPLETES    PIC 9(05) VALUE ZEROS.
       01 WS-CORRECTIONS    PIC 9(05) VALUE ZEROS.

       01 WS-REVIEW-DISPLAY.
           05 WV-LINE     PIC ZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WV-ID       PIC 9(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WV-NAME     PIC X(20).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WV-GRADE-1  PIC X(02).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WV-GRADE-2  PIC X(02).

      * who is at the keyboard: keyed at the start of the session
      * and verified through the shared USER-SIGNON subprogram
       01 WS-USER-ID  PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

      * grade-entry authority, decided once at sign-on from the user
      * authority table; a missing file means checking is not yet in
      * force on this box, which is announced
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-OK         PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'GRDE'.
       01 WS-ACTION-CODE     PIC X(01) VALUE 'E'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0062-VERIFY-SIGNON
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               DISPLAY 'USER ' WS-USER-ID ' NOT AUTHORIZED FOR '
                   'GRADE ENTRY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-ACCEPT-COURSE
           PERFORM 0150-ACCEPT-TERM
           PERFORM 0200-LOAD-CLASS
           IF WS-CLASS-COUNT = ZEROS
               DISPLAY 'NO ACTIVE STUDENTS TO GRADE -- NOTHING WRITTEN'
               PERFORM 0800-WRITE-AUDIT-RECORD
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY ' '
           DISPLAY 'COURSE ' WS-COURSE-CODE ' TERM ' WS-ENTRY-TERM
               ', ' WS-CLASS-COUNT ' STUDENTS. GRADES ARE 0 TO '
               WS-MAX-GRADE ', OR I FOR AN INCOMPLETE.'
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               PERFORM 0300-ENTER-ONE-STUDENT
           END-PERFORM
           PERFORM 0500-REVIEW-CLASS
           IF WS-COMMITTED = 'Y'
               PERFORM 0600-WRITE-GRADEBOOK-INPUT
           ELSE
               DISPLAY 'SESSION ENDED WITHOUT COMMIT -- NOTHING '
                   'WRITTEN'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0800-WRITE-AUDIT-RECORD
           STOP RUN.

      * the course must be on the catalog when the catalog is in
      * force, the same rule GRADEBOOK holds its parm course to
       0100-ACCEPT-COURSE.
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT NOT = '00'
               DISPLAY 'NO COURSE CATALOG -- COURSE VALIDATION NOT '
                   'IN FORCE'
           END-IF
           MOVE 'N' TO WS-COURSE-OK
           PERFORM UNTIL WS-COURSE-OK = 'Y'
               DISPLAY 'COURSE CODE: '
               ACCEPT WS-COURSE-CODE
               EVALUATE TRUE
                   WHEN WS-COURSE-CODE = SPACES
                       DISPLAY 'A COURSE CODE IS REQUIRED'
                   WHEN WS-FS-STATUS-CAT NOT = '00'
                       MOVE 'Y' TO WS-COURSE-OK
                   WHEN OTHER
                       MOVE WS-COURSE-CODE TO CC-CODE
                       READ COURSE-CATALOG-FILE
                           INVALID KEY
                               DISPLAY 'COURSE ' WS-COURSE-CODE
                                   ' IS NOT ON THE CATALOG'
                           NOT INVALID KEY
                               DISPLAY CC-CODE ' ' CC-TITLE
                               MOVE 'Y' TO WS-COURSE-OK
                       END-READ
               END-EVALUATE
           END-PERFORM
           IF WS-FS-STATUS-CAT = '00'
               CLOSE COURSE-CATALOG-FILE
           END-IF.

      * the term defaults to the posting term on the term control
      * record (the business month where there is none); a closed
      * term ends the session before a grade is keyed
       0150-ACCEPT-TERM.
           PERFORM 0160-LOAD-TERM-CONTROL
           IF WS-TERM-CONTROL-IN-FORCE = 'Y'
               MOVE TC-CURRENT-TERM TO WS-ENTRY-TERM
           ELSE
               MOVE WS-BUS-MONTH TO WS-ENTRY-TERM
           END-IF
           MOVE 'N' TO WS-TERM-OK
           PERFORM UNTIL WS-TERM-OK = 'Y'
               DISPLAY 'TERM (ENTER FOR ' WS-ENTRY-TERM '): '
               MOVE SPACES TO WS-TERM-TEXT
               ACCEPT WS-TERM-TEXT
               EVALUATE TRUE
                   WHEN WS-TERM-TEXT = SPACES
                       MOVE 'Y' TO WS-TERM-OK
                   WHEN WS-TERM-TEXT IS NUMERIC
                           AND WS-TERM-TEXT NOT = '00'
                       MOVE WS-TERM-TEXT TO WS-ENTRY-TERM
                       MOVE 'Y' TO WS-TERM-OK
                   WHEN OTHER
                       DISPLAY 'TERM MUST BE TWO DIGITS, 01 TO 99'
               END-EVALUATE
           END-PERFORM
           IF WS-TERM-CONTROL-IN-FORCE = 'Y'
                   AND TC-TERM-STATE (WS-ENTRY-TERM) = 'C'
               DISPLAY 'TERM ' WS-ENTRY-TERM ' IS CLOSED -- '
                   'USE GRADE-CORRECTION'
               PERFORM 0800-WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SECTION (ENTER FOR THE WHOLE COURSE): '
           ACCEPT WS-SECTION.

       0160-LOAD-TERM-CONTROL.
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

      * the class: the section's seated students when a section is
      * keyed, otherwise every active student on the master; an
      * inactive student is never presented
       0200-LOAD-CLASS.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SMAST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SECTION = SPACES
               PERFORM 0210-LOAD-ACTIVE-STUDENTS
           ELSE
               PERFORM 0220-LOAD-SECTION-ROSTER
           END-IF
           CLOSE STUDENT-MASTER-FILE
           IF WS-SKIPPED-INACTIVE > ZEROS
               DISPLAY WS-SKIPPED-INACTIVE ' INACTIVE STUDENTS NOT '
                   'PRESENTED'
           END-IF.

       0210-LOAD-ACTIVE-STUDENTS.
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       IF SM-ENROLL-STATUS = 'A'
                           PERFORM 0250-ADD-TO-CLASS
                       END-IF
               END-READ
           END-PERFORM.

       0220-LOAD-SECTION-ROSTER.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-STATUS-ENRL NOT = '00'
               DISPLAY 'NO SECTION ENROLLMENTS, STATUS: '
                   WS-FS-STATUS-ENRL
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COURSE-CODE TO EN-COURSE-CODE
           MOVE WS-ENTRY-TERM TO EN-TERM
           MOVE WS-SECTION TO EN-SECTION
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
                               PERFORM 0230-ADD-SEATED-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

       0230-ADD-SEATED-STUDENT.
           MOVE EN-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'SEATED STUDENT ' EN-STUDENT-ID
                       ' NOT ON THE MASTER -- NOT PRESENTED'
               NOT INVALID KEY
                   IF SM-ENROLL-STATUS = 'A'
                       PERFORM 0250-ADD-TO-CLASS
                   ELSE
                       ADD 1 TO WS-SKIPPED-INACTIVE
                   END-IF
           END-READ.

       0250-ADD-TO-CLASS.
           IF WS-CLASS-COUNT >= 500
               DISPLAY 'SESSION STOPPED: CLASS EXCEEDS THE 500-STUDENT '
                   'TABLE'
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           MOVE SM-STUDENT-ID TO WS-CLASS-ID (WS-CLASS-COUNT)
           MOVE SM-NAME TO WS-CLASS-NAME (WS-CLASS-COUNT)
           MOVE ZEROS TO WS-CLASS-GRADE-1 (WS-CLASS-COUNT)
           MOVE ZEROS TO WS-CLASS-GRADE-2 (WS-CLASS-COUNT).

      * one student's two grades, each re-asked until it is valid
       0300-ENTER-ONE-STUDENT.
           DISPLAY ' '
           DISPLAY WS-CLASS-IDX '. ' WS-CLASS-ID (WS-CLASS-IDX) ' '
               WS-CLASS-NAME (WS-CLASS-IDX)
           MOVE 1 TO WS-GRADE-PROMPT
           PERFORM 0350-ACCEPT-ONE-GRADE
           MOVE WS-GRADE-NUMBER TO WS-CLASS-GRADE-1 (WS-CLASS-IDX)
           MOVE 2 TO WS-GRADE-PROMPT
           PERFORM 0350-ACCEPT-ONE-GRADE
           MOVE WS-GRADE-NUMBER TO WS-CLASS-GRADE-2 (WS-CLASS-IDX).

      * the keyboard is held to the 0-10 scale: one or two digits no
      * higher than WS-MAX-GRADE, or I for an incomplete
       0350-ACCEPT-ONE-GRADE.
           MOVE 'N' TO WS-GRADE-VALID
           PERFORM UNTIL WS-GRADE-VALID = 'Y'
               DISPLAY '  GRADE ' WS-GRADE-PROMPT ' (0-' WS-MAX-GRADE
                   ' OR I): '
               MOVE SPACES TO WS-GRADE-TEXT
               ACCEPT WS-GRADE-TEXT
               EVALUATE TRUE
                   WHEN WS-GRADE-TEXT = 'I ' OR WS-GRADE-TEXT = 'i '
                       MOVE WS-INCOMPLETE-GRADE TO WS-GRADE-NUMBER
                       MOVE 'Y' TO WS-GRADE-VALID
                   WHEN WS-GRADE-TEXT (1:1) IS NUMERIC
                           AND WS-GRADE-TEXT (2:1) = SPACE
                       MOVE WS-GRADE-TEXT (1:1) TO WS-GRADE-NUMBER
                       MOVE 'Y' TO WS-GRADE-VALID
                   WHEN WS-GRADE-TEXT IS NUMERIC
                       MOVE WS-GRADE-TEXT TO WS-GRADE-NUMBER
                       MOVE 'Y' TO WS-GRADE-VALID
               END-EVALUATE
               IF WS-GRADE-VALID = 'Y'
                       AND WS-GRADE-NUMBER > WS-MAX-GRADE
                       AND WS-GRADE-NUMBER NOT = WS-INCOMPLETE-GRADE
                   MOVE 'N' TO WS-GRADE-VALID
               END-IF
               IF WS-GRADE-VALID = 'N'
                   DISPLAY '  GRADE MUST BE 0 TO ' WS-MAX-GRADE
                       ', OR I FOR AN INCOMPLETE'
               END-IF
           END-PERFORM.

      * the class is listed back; a line number keys that student
      * again, C commits and Q abandons the session
       0500-REVIEW-CLASS.
           PERFORM UNTIL WS-REVIEW-END = 'Y'
               DISPLAY ' '
               DISPLAY 'LINE  STUDENT                        G1  G2'
               PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                       UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                   PERFORM 0520-SHOW-ONE-LINE
               END-PERFORM
               DISPLAY 'LINE NUMBER TO CORRECT, C TO COMMIT, '
                   'Q TO QUIT WITHOUT SAVING: '
               MOVE SPACES TO WS-REVIEW-CHOICE
               ACCEPT WS-REVIEW-CHOICE
               EVALUATE TRUE
                   WHEN WS-REVIEW-CHOICE = 'C' OR WS-REVIEW-CHOICE = 'c'
                       MOVE 'Y' TO WS-COMMITTED
                       MOVE 'Y' TO WS-REVIEW-END
                   WHEN WS-REVIEW-CHOICE = 'Q' OR WS-REVIEW-CHOICE = 'q'
                       MOVE 'Y' TO WS-REVIEW-END
                   WHEN OTHER
                       PERFORM 0540-CORRECT-ONE-LINE
               END-EVALUATE
           END-PERFORM.

       0520-SHOW-ONE-LINE.
           MOVE WS-CLASS-IDX TO WV-LINE
           MOVE WS-CLASS-ID (WS-CLASS-IDX) TO WV-ID
           MOVE WS-CLASS-NAME (WS-CLASS-IDX) TO WV-NAME
           MOVE WS-CLASS-GRADE-1 (WS-CLASS-IDX) TO WS-GRADE-NUMBER
           PERFORM 0530-SHOW-GRADE
           MOVE WS-GRADE-SHOWN TO WV-GRADE-1
           MOVE WS-CLASS-GRADE-2 (WS-CLASS-IDX) TO WS-GRADE-NUMBER
           PERFORM 0530-SHOW-GRADE
           MOVE WS-GRADE-SHOWN TO WV-GRADE-2
           DISPLAY WS-REVIEW-DISPLAY.

       0530-SHOW-GRADE.
           IF WS-GRADE-NUMBER = WS-INCOMPLETE-GRADE
               MOVE ' I' TO WS-GRADE-SHOWN
           ELSE
               MOVE WS-GRADE-NUMBER TO WS-GRADE-SHOWN
           END-IF.

      * a line number keyed one to three digits, right-justified
       0540-CORRECT-ONE-LINE.
           MOVE ZEROS TO WS-REVIEW-LINE
           EVALUATE TRUE
               WHEN WS-REVIEW-CHOICE (1:1) IS NUMERIC
                       AND WS-REVIEW-CHOICE (2:2) = SPACES
                   MOVE WS-REVIEW-CHOICE (1:1) TO WS-REVIEW-LINE
               WHEN WS-REVIEW-CHOICE (1:2) IS NUMERIC
                       AND WS-REVIEW-CHOICE (3:1) = SPACE
                   MOVE WS-REVIEW-CHOICE (1:2) TO WS-REVIEW-LINE
               WHEN WS-REVIEW-CHOICE IS NUMERIC
                   MOVE WS-REVIEW-CHOICE TO WS-REVIEW-LINE
           END-EVALUATE
           IF WS-REVIEW-LINE = ZEROS
                   OR WS-REVIEW-LINE > WS-CLASS-COUNT
               DISPLAY 'ENTER A LINE NUMBER FROM 1 TO ' WS-CLASS-COUNT
                   ', C OR Q'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-LINE TO WS-CLASS-IDX
           PERFORM 0300-ENTER-ONE-STUDENT
           ADD 1 TO WS-CORRECTIONS.

      * the committed class, one aligned gradebook line per student
       0600-WRITE-GRADEBOOK-INPUT.
           OPEN OUTPUT STUDENT-FILE
           IF WS-FS-STATUS-STUD NOT = '00'
               DISPLAY 'ERROR WRITING src/students.txt, STATUS: '
                   WS-FS-STATUS-STUD
               MOVE 'N' TO WS-COMMITTED
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               MOVE WS-CLASS-ID (WS-CLASS-IDX) TO SG-STUDENT-ID
               MOVE ',' TO SG-COMMA-0
               MOVE WS-CLASS-NAME (WS-CLASS-IDX) TO SG-NAME
               MOVE ',' TO SG-COMMA-1
               MOVE WS-CLASS-GRADE-1 (WS-CLASS-IDX) TO SG-GRADE-01
               MOVE ',' TO SG-COMMA-2
               MOVE WS-CLASS-GRADE-2 (WS-CLASS-IDX) TO SG-GRADE-02
               WRITE STUDENT-REC
               ADD 2 TO WS-GRADES-ENTERED
               IF SG-GRADE-01 = WS-INCOMPLETE-GRADE
                   ADD 1 TO WS-INCOMPLETES
               END-IF
               IF SG-GRADE-02 = WS-INCOMPLETE-GRADE
                   ADD 1 TO WS-INCOMPLETES
               END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           DISPLAY ' '
           DISPLAY 'src/students.txt WRITTEN: ' WS-CLASS-COUNT
               ' STUDENTS, ' WS-GRADES-ENTERED ' GRADES, '
               WS-INCOMPLETES ' INCOMPLETE'
           DISPLAY 'POST WITH GRADEBOOK UNDER TERM ' WS-ENTRY-TERM
               ' COURSE ' WS-COURSE-CODE.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO
                           WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * one entry per session: the class graded, whether it was
      * committed, and the count of grades written
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'GRADE-ENTRY' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           IF WS-COMMITTED = 'Y'
               STRING 'SESSION COMMIT ' WS-COURSE-CODE ' TERM '
                   WS-ENTRY-TERM
                   DELIMITED BY SIZE INTO AT-ACTION
           ELSE
               STRING 'SESSION ABANDON ' WS-COURSE-CODE ' TERM '
                   WS-ENTRY-TERM
                   DELIMITED BY SIZE INTO AT-ACTION
           END-IF
           STRING 'GRADES ' WS-GRADES-ENTERED ' INC ' WS-INCOMPLETES
               ' CORRECTED ' WS-CORRECTIONS
               DELIMITED BY SIZE INTO AT-DETAIL
           MOVE WS-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

      * the instructor keys id and password at the start of the
      * session; USER-SIGNON proves them
       0062-VERIFY-SIGNON.
           DISPLAY 'USER ID: '
           ACCEPT WS-USER-ID
           DISPLAY 'PASSWORD: '
           MOVE SPACES TO SN-PASSWORD
           ACCEPT SN-PASSWORD
           MOVE WS-USER-ID TO SN-USER-ID
           MOVE 'GRADE-ENTRY' TO SN-PROGRAM
           CALL 'USER-SIGNON' USING SIGNON-REQUEST
           IF SN-IN-FORCE = 'N'
               DISPLAY 'NO CREDENTIALS FILE -- SIGN-ON NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           IF SN-RESULT NOT = 'Y'
               DISPLAY 'SIGN-ON REFUSED: ' SN-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SIGNED ON: ' WS-USER-ID.

      * the signed-on user needs the grade-entry letter on a GRDE
      * authority row
       0070-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
               MOVE 'Y' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-END = 'S'
               READ USER-AUTHORITY-FILE
                   AT END
                       MOVE 'S' TO WS-AUTH-END
                   NOT AT END
                       IF UA-USER-ID = WS-USER-ID
                               AND UA-MASTER-ID = WS-AUTH-MASTER-ID
                           PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                                   UNTIL WS-AUTH-SCAN > 5
                               IF UA-ACTIONS (WS-AUTH-SCAN:1) =
                                       WS-ACTION-CODE
                                   MOVE 'Y' TO WS-AUTH-OK
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.
