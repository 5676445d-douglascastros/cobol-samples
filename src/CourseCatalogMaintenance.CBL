      *          (master id CRSE) and the shared sign-on. GRADEBOOK
      *          validates its posting course here and
      *          STUDENT-TRANSCRIPT prints the titles and credit
      *          hours the colleges ask for. Up to three prerequisite
      *          courses ride on each entry; SECTION-ENROLLMENT will
      *          not seat a student who has not passed them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CATALOG-MAINTENANCE.
           05 CT-CREDIT-HOURS PIC 9(02).
           05 CT-COMMA-4      PIC X(01).
           05 CT-USER-ID      PIC X(08).
           05 CT-PREREQ OCCURS 3 TIMES.
               10 CT-PREREQ-COMMA PIC X(01).
               10 CT-PREREQ-CODE  PIC X(06).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD COURSE-MAINT-REPORT.
       01 COURSE-MAINT-REPORT-LINE PIC X(80).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * the prerequisites keyed on the transaction, checked against
      * the catalog before the course's own record is read or built
       01 WS-PREREQ-IDX       PIC 9(01) VALUE ZEROS.
       01 WS-PREREQ-HOLD      PIC X(06) VALUE SPACES.

       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ADD       VALUE 'A'.
           88 WS-ACTION-CHANGE    VALUE 'C'.
       COPY 'src/DATA-SIGNON.CPY'.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'CRSE'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0075-CHECK-PERIOD
           IF PQ-CLOSED = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-COURSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, CREDIT HOURS OUT OF RANGE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 3
                   OR WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 0160-VALIDATE-PREREQUISITE
           END-PERFORM.

      * a prerequisite must itself be a cataloged course, and a
      * course cannot be its own prerequisite
       0160-VALIDATE-PREREQUISITE.
           MOVE CT-PREREQ-CODE (WS-PREREQ-IDX) TO WS-PREREQ-HOLD
           IF WS-PREREQ-HOLD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PREREQ-HOLD = CT-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, COURSE NAMED AS OWN PREREQUISITE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREREQ-HOLD TO CC-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   STRING 'FAILED, PREREQUISITE ' WS-PREREQ-HOLD
                       ' NOT ON FILE'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

       0200-ADD-COURSE.
           PERFORM 0150-VALIDATE-COURSE-FIELDS
           MOVE CT-CODE TO CC-CODE
           MOVE CT-TITLE TO CC-TITLE
           MOVE CT-CREDIT-HOURS TO CC-CREDIT-HOURS
           PERFORM 0170-MOVE-PREREQUISITES
           WRITE COURSE-CATALOG-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a transaction line that stops at the user id carries no
      * prerequisites, and a change keyed that way clears them
       0170-MOVE-PREREQUISITES.
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 3
               MOVE CT-PREREQ-CODE (WS-PREREQ-IDX) TO
                   CC-PREREQ-CODE (WS-PREREQ-IDX)
           END-PERFORM.

       0300-CHANGE-COURSE.
           PERFORM 0150-VALIDATE-COURSE-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               NOT INVALID KEY
                   MOVE CT-TITLE TO CC-TITLE
                   MOVE CT-CREDIT-HOURS TO CC-CREDIT-HOURS
                   PERFORM 0170-MOVE-PREREQUISITES
                   REWRITE COURSE-CATALOG-REC
                   MOVE 'CHANGED' TO WS-RESULT-MESSAGE
           END-READ.
                   END-PERFORM
               END-IF
           END-PERFORM.

      * a change lands on the business date, and is refused when
      * PERIOD-CLOSE has closed that month; inquiries change nothing
      * and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.
