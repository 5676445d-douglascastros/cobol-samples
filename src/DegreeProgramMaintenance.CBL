      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          program-requirements master -- for each degree
      *          program the courses every graduate must pass, up to
      *          three elective groups (pass so many of these), and
      *          the minimum total credit hours and cumulative
      *          average -- in the established maintenance mold
      *          (master id PROG). Every course named must be on the
      *          catalog. DEGREE-AUDIT holds each student to the
      *          program the student master names, so a program is
      *          not deleted while any student is declared in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-PROGRAM-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-TRANS-FILE ASSIGN TO
               'src/program-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO
               'src/program-requirements.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-PROGRAM-CODE
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT PROGRAM-MAINT-REPORT ASSIGN TO
               'src/program-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * every required and elective course must be on the catalog
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * a delete is refused while any student is declared in the
      * program
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.

      * authorization reference: which users may Add, Change or
      * Delete on which master; checked before any transaction is
      * applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram before any
      * transaction is read
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
      * one line carries the whole program: the header fields, the
      * eight required-course slots, then each elective group's
      * needed count followed by its five course slots; the average
      * is keyed without a point (0650 is 6.50), and a change
      * replaces everything, so slots left blank are cleared
       FD PROGRAM-TRANS-FILE.
       01 PROGRAM-TRANS-REC.
           05 PT-ACTION       PIC X(01).
           05 PT-COMMA-1      PIC X(01).
           05 PT-PROGRAM-CODE PIC X(04).
           05 PT-COMMA-2      PIC X(01).
           05 PT-TITLE        PIC X(30).
           05 PT-COMMA-3      PIC X(01).
           05 PT-MIN-HOURS    PIC 9(03).
           05 PT-COMMA-4      PIC X(01).
           05 PT-MIN-AVERAGE  PIC 9(02)V99.
           05 PT-COMMA-5      PIC X(01).
           05 PT-USER-ID      PIC X(08).
           05 PT-REQUIRED OCCURS 8 TIMES.
               10 PT-REQ-COMMA PIC X(01).
               10 PT-REQ-CODE  PIC X(06).
           05 PT-GROUP OCCURS 3 TIMES.
               10 PT-GROUP-COMMA  PIC X(01).
               10 PT-GROUP-NEEDED PIC X(01).
               10 PT-GROUP-ENTRY OCCURS 5 TIMES.
                   15 PT-GROUP-COURSE-COMMA PIC X(01).
                   15 PT-GROUP-COURSE       PIC X(06).

       FD PROGRAM-REQUIREMENT-FILE.
       COPY 'src/DATA-PROGRAM-REQUIREMENT.CPY'.

       FD PROGRAM-MAINT-REPORT.
       01 PROGRAM-MAINT-REPORT-LINE PIC X(80).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

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

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD SIGNON-PARM-FILE.
       01 SIGNON-PARM-REC.
           05 SO-USER-ID  PIC X(08).
           05 SO-COMMA    PIC X(01).
           05 SO-PASSWORD PIC X(12).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram, the single serialized path onto
      * src/audit-trail.txt
       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-TRANS-END        PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST  PIC X(02) VALUE '00'.
       01 WS-CATALOG-OPENED   PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * course-slot validation: each slot keyed on the transaction
      * is looked up on the catalog; a group's needed count cannot
      * be more than the courses listed in it
       01 WS-REQ-IDX          PIC 9(02) VALUE ZEROS.
       01 WS-GROUP-IDX        PIC 9(01) VALUE ZEROS.
       01 WS-ENTRY-IDX        PIC 9(01) VALUE ZEROS.
       01 WS-COURSE-HOLD      PIC X(06) VALUE SPACES.
       01 WS-NEEDED-HOLD      PIC 9(01) VALUE ZEROS.
       01 WS-LISTED-COUNT     PIC 9(01) VALUE ZEROS.
       01 WS-REQUIRED-COUNT   PIC 9(02) VALUE ZEROS.
       01 WS-GROUP-COUNT      PIC 9(01) VALUE ZEROS.

      * students declared in a program about to be deleted
       01 WS-STUDENT-END      PIC X(01) VALUE 'N'.
       01 WS-DECLARED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-AVERAGE-EDIT     PIC Z9.99.

       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ADD       VALUE 'A'.
           88 WS-ACTION-CHANGE    VALUE 'C'.
           88 WS-ACTION-DELETE    VALUE 'D'.
           88 WS-ACTION-INQUIRE   VALUE 'I'.

      * who keyed the transaction, and the authorization reference
      * table; a missing authority file means checking is not yet in
      * force on this box, which is announced once at startup
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-IN-FORCE   PIC X(01) VALUE 'N'.
       01 WS-AUTH-COUNT      PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
       01 WS-AUTH-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-OK         PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: the operator's id and password come off the
      * sign-on parm file, and when sign-on is in force every
      * transaction must carry the signed-on user's id
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'PROG'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT PROGRAM-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO PROGRAM TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT = '00'
               MOVE 'Y' TO WS-CATALOG-OPENED
           ELSE
               DISPLAY 'NO COURSE CATALOG -- COURSE VALIDATION NOT '
                   'IN FORCE'
           END-IF
           OPEN OUTPUT PROGRAM-MAINT-REPORT
           OPEN I-O PROGRAM-REQUIREMENT-FILE
           IF WS-FS-STATUS-MASTER = '35'
               CLOSE PROGRAM-REQUIREMENT-FILE
               OPEN OUTPUT PROGRAM-REQUIREMENT-FILE
               CLOSE PROGRAM-REQUIREMENT-FILE
               OPEN I-O PROGRAM-REQUIREMENT-FILE
           END-IF

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ PROGRAM-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE PT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE PROGRAM-TRANS-FILE
           CLOSE PROGRAM-REQUIREMENT-FILE
           CLOSE PROGRAM-MAINT-REPORT
           IF WS-CATALOG-OPENED = 'Y'
               CLOSE COURSE-CATALOG-FILE
           END-IF
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-TRANSACTION.
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' PT-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
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
           MOVE PT-PROGRAM-CODE TO PR-PROGRAM-CODE
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-PROGRAM
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-PROGRAM
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-PROGRAM
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-PROGRAM
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * a program needs a code, a title, a believable hour total
      * and an average on the ten-point scale, and at least one
      * required course or elective group to hold students to
       0150-VALIDATE-PROGRAM-FIELDS.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF PT-PROGRAM-CODE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK PROGRAM CODE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-TITLE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK PROGRAM TITLE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-MIN-HOURS NOT NUMERIC OR PT-MIN-HOURS = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, MINIMUM HOURS OUT OF RANGE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-MIN-AVERAGE NOT NUMERIC OR PT-MIN-AVERAGE > 10
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, MINIMUM AVERAGE OUT OF RANGE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-REQUIRED-COUNT
           MOVE ZEROS TO WS-GROUP-COUNT
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 8
                   OR WS-RESULT-MESSAGE NOT = SPACES
               MOVE PT-REQ-CODE (WS-REQ-IDX) TO WS-COURSE-HOLD
               IF WS-COURSE-HOLD NOT = SPACES
                   ADD 1 TO WS-REQUIRED-COUNT
                   PERFORM 0160-VALIDATE-COURSE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > 3
                   OR WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 0170-VALIDATE-GROUP
           END-PERFORM
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REQUIRED-COUNT = ZEROS AND WS-GROUP-COUNT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, NO COURSES REQUIRED' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * one course slot must name a cataloged course
       0160-VALIDATE-COURSE.
           IF WS-CATALOG-OPENED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COURSE-HOLD TO CC-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   STRING 'FAILED, COURSE ' WS-COURSE-HOLD
                       ' NOT ON CATALOG'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * a group's needed count is a single digit, blank meaning the
      * group is not in use; it must not ask for more courses than
      * the group lists
       0170-VALIDATE-GROUP.
           IF PT-GROUP-NEEDED (WS-GROUP-IDX) = SPACE
               MOVE ZEROS TO WS-NEEDED-HOLD
           ELSE
               IF PT-GROUP-NEEDED (WS-GROUP-IDX) NOT NUMERIC
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, GROUP NEEDED COUNT NOT NUMERIC' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE PT-GROUP-NEEDED (WS-GROUP-IDX) TO WS-NEEDED-HOLD
           END-IF
           MOVE ZEROS TO WS-LISTED-COUNT
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
                   OR WS-RESULT-MESSAGE NOT = SPACES
               MOVE PT-GROUP-COURSE (WS-GROUP-IDX WS-ENTRY-IDX) TO
                   WS-COURSE-HOLD
               IF WS-COURSE-HOLD NOT = SPACES
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 0160-VALIDATE-COURSE
               END-IF
           END-PERFORM
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NEEDED-HOLD > WS-LISTED-COUNT
               ADD 1 TO WS-ERROR-COUNT
               STRING 'FAILED, GROUP ' WS-GROUP-IDX
                   ' NEEDS MORE THAN IT LISTS'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEEDED-HOLD > ZEROS
               ADD 1 TO WS-GROUP-COUNT
           END-IF.

      * the validated transaction becomes the whole record; a group
      * not in use keeps no courses
       0180-MOVE-REQUIREMENTS.
           MOVE PT-TITLE TO PR-TITLE
           MOVE PT-MIN-HOURS TO PR-MIN-HOURS
           MOVE PT-MIN-AVERAGE TO PR-MIN-AVERAGE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 8
               MOVE PT-REQ-CODE (WS-REQ-IDX) TO
                   PR-REQUIRED-COURSE (WS-REQ-IDX)
           END-PERFORM
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > 3
               IF PT-GROUP-NEEDED (WS-GROUP-IDX) = SPACE
                   MOVE ZEROS TO PR-GROUP-NEEDED (WS-GROUP-IDX)
               ELSE
                   MOVE PT-GROUP-NEEDED (WS-GROUP-IDX) TO
                       PR-GROUP-NEEDED (WS-GROUP-IDX)
               END-IF
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > 5
                   IF PR-GROUP-NEEDED (WS-GROUP-IDX) = ZEROS
                       MOVE SPACES TO
                           PR-GROUP-COURSE (WS-GROUP-IDX WS-ENTRY-IDX)
                   ELSE
                       MOVE PT-GROUP-COURSE (WS-GROUP-IDX WS-ENTRY-IDX)
                           TO PR-GROUP-COURSE
                               (WS-GROUP-IDX WS-ENTRY-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0200-ADD-PROGRAM.
           PERFORM 0150-VALIDATE-PROGRAM-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PT-PROGRAM-CODE TO PR-PROGRAM-CODE
           PERFORM 0180-MOVE-REQUIREMENTS
           WRITE PROGRAM-REQUIREMENT-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ADD FAILED, STATUS ' WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a change replaces the whole requirement set; students
      * already declared are audited against the new one on the
      * next run
       0300-CHANGE-PROGRAM.
           PERFORM 0150-VALIDATE-PROGRAM-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PT-PROGRAM-CODE TO PR-PROGRAM-CODE
           READ PROGRAM-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   PERFORM 0180-MOVE-REQUIREMENTS
                   REWRITE PROGRAM-REQUIREMENT-REC
                   MOVE 'CHANGED' TO WS-RESULT-MESSAGE
           END-READ.

      * students declared in the program would be left auditing
      * against nothing, so a program is dropped only once no
      * student master record names it
       0400-DELETE-PROGRAM.
           READ PROGRAM-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DELETE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0450-COUNT-DECLARED-STUDENTS
           IF WS-DECLARED-COUNT > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               STRING 'DELETE FAILED, ' WS-DECLARED-COUNT
                   ' STUDENTS DECLARED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE PROGRAM-REQUIREMENT-FILE
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0450-COUNT-DECLARED-STUDENTS.
           MOVE ZEROS TO WS-DECLARED-COUNT
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STUDENT-END
           PERFORM UNTIL WS-STUDENT-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-STUDENT-END
                   NOT AT END
                       IF SM-PROGRAM-CODE = PT-PROGRAM-CODE
                           ADD 1 TO WS-DECLARED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.

       0500-INQUIRE-PROGRAM.
           READ PROGRAM-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   MOVE PR-MIN-AVERAGE TO WS-AVERAGE-EDIT
                   STRING 'FOUND ' PR-MIN-HOURS ' HRS AT '
                       WS-AVERAGE-EDIT ' ' PR-TITLE (1:20)
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'DEGREE-PROGRAM-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE PT-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE PT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO PROGRAM-MAINT-REPORT-LINE
           STRING PT-ACTION ' ' PT-PROGRAM-CODE ' ' PT-TITLE ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO PROGRAM-MAINT-REPORT-LINE
           WRITE PROGRAM-MAINT-REPORT-LINE.

      * loads the authorization reference file once at startup
       0060-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
           ELSE
               MOVE 'Y' TO WS-AUTH-IN-FORCE
               PERFORM UNTIL WS-AUTH-END = 'S'
                   READ USER-AUTHORITY-FILE
                       AT END
                           MOVE 'S' TO WS-AUTH-END
                       NOT AT END
                           IF WS-AUTH-COUNT < 50
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE UA-USER-ID TO
                                   WS-AUTH-USER (WS-AUTH-COUNT)
                               MOVE UA-MASTER-ID TO
                                   WS-AUTH-MASTER (WS-AUTH-COUNT)
                               MOVE UA-ACTIONS TO
                                   WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
           END-IF.

      * proves the operator keying this run is who the transactions
      * say: the sign-on parm file carries the id and password, the
      * shared USER-SIGNON subprogram verifies them against the
      * credentials file (expiry and lockout included), and a box
      * with credentials in force refuses to run on a failed or
      * missing sign-on
       0062-VERIFY-SIGNON.
           MOVE SPACES TO SN-USER-ID
           MOVE SPACES TO SN-PASSWORD
           OPEN INPUT SIGNON-PARM-FILE
           IF WS-FS-STATUS-SIGNON = '00'
               READ SIGNON-PARM-FILE
                   NOT AT END
                       MOVE SO-USER-ID TO SN-USER-ID
                       MOVE SO-PASSWORD TO SN-PASSWORD
               END-READ
               CLOSE SIGNON-PARM-FILE
           END-IF
           MOVE 'DEGREE-PROGRAM-MAINTENANCE' TO SN-PROGRAM
           CALL 'USER-SIGNON' USING SIGNON-REQUEST
           IF SN-IN-FORCE = 'N'
               DISPLAY 'NO CREDENTIALS FILE -- SIGN-ON NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNON-IN-FORCE
           IF SN-RESULT NOT = 'Y'
               DISPLAY 'SIGN-ON REFUSED: ' SN-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * answers whether the transaction's user may apply its action
      * to this master; inquiries are not controlled
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND PT-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N' OR WS-ACTION-CODE = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = PT-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               WS-ACTION-CODE
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
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
