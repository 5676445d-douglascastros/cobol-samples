      ******************************************************************
      * Author:
      * Date:
      * Purpose: enrollment transactions against the course sections
      *          -- E enroll, D drop, I inquire -- in the established
      *          maintenance mold (master id ENRL). A student is
      *          seated only when active on the student master and
      *          holding a pass on the transcript for every
      *          prerequisite the catalog names for the course; a
      *          full section waitlists the student in the order the
      *          requests arrived, and a seat given up by a drop goes
      *          straight to the head of the waitlist. Each run first
      *          fills any seats a raised limit has opened. The
      *          seated students of a section are the roster GRADEBOOK
      *          grades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-ENROLLMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-TRANS-FILE ASSIGN TO
               'src/enrollment-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT COURSE-SECTION-FILE ASSIGN TO
               'src/course-sections.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-FS-STATUS-SECT.
           SELECT ENROLLMENT-FILE ASSIGN TO
               'src/section-enrollments.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-FS-STATUS-ENRL.
           SELECT ENROLL-REPORT ASSIGN TO
               'src/enrollment-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * only an active student is seated or promoted
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.

      * the catalog names each course's prerequisites, and the
      * student's transcript terms prove them passed
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: which users may Enroll or Drop on
      * which master; checked before any transaction is applied
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
       FD ENROLL-TRANS-FILE.
       01 ENROLL-TRANS-REC.
           05 ET-ACTION       PIC X(01).
           05 ET-COMMA-1      PIC X(01).
           05 ET-STUDENT-ID   PIC 9(06).
           05 ET-COMMA-2      PIC X(01).
           05 ET-COURSE-CODE  PIC X(06).
           05 ET-COMMA-3      PIC X(01).
           05 ET-TERM         PIC 9(02).
           05 ET-COMMA-4      PIC X(01).
           05 ET-SECTION      PIC X(03).
           05 ET-COMMA-5      PIC X(01).
           05 ET-USER-ID      PIC X(08).

       FD COURSE-SECTION-FILE.
       COPY 'src/DATA-COURSE-SECTION.CPY'.

       FD ENROLLMENT-FILE.
       COPY 'src/DATA-SECTION-ENROLLMENT.CPY'.

       FD ENROLL-REPORT.
       01 ENROLL-REPORT-LINE PIC X(80).

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

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

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
       01 WS-FS-STATUS-SECT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENRL   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-CATALOG-OPENED   PIC X(01) VALUE 'N'.
       01 WS-TDX-OPENED       PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-SEATED-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-WAITLISTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-DROPPED-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-PROMOTED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ENROLL    VALUE 'E'.
           88 WS-ACTION-DROP      VALUE 'D'.
           88 WS-ACTION-INQUIRE   VALUE 'I'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE; enrollments are dated by
      * it
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the student's standing in the section being worked, found by
      * one pass over the course's enrollments for the term: the
      * record for this section if there is one, and any other
      * section of the same course the student already holds
       01 WS-SECTION-CHANGED  PIC X(01) VALUE 'N'.
       01 WS-SEAT-OPENED      PIC X(01) VALUE 'N'.
       01 WS-ENROLL-EXISTS    PIC X(01) VALUE 'N'.
       01 WS-ENROLL-STATUS    PIC X(01) VALUE SPACES.
       01 WS-OTHER-SECTION    PIC X(03) VALUE SPACES.
       01 WS-SCAN-END         PIC X(01) VALUE 'N'.
       01 WS-SCAN-COURSE      PIC X(06) VALUE SPACES.
       01 WS-SCAN-TERM        PIC 9(02) VALUE ZEROS.
       01 WS-SCAN-SECTION-KEY PIC X(11) VALUE SPACES.
       01 WS-AHEAD-COUNT      PIC 9(05) VALUE ZEROS.
       01 WS-OWN-WAIT-SEQ     PIC 9(05) VALUE ZEROS.

      * prerequisite check: each code the catalog names must show on
      * one of the student's transcript terms with both grades in and
      * a term average at the gradebook's passing mark
       01 WS-PREREQ-IDX          PIC 9(01) VALUE ZEROS.
       01 WS-PREREQ-HOLD         PIC X(06) VALUE SPACES.
       01 WS-PREREQ-LIST.
           05 WS-PREREQ-CODE PIC X(06) OCCURS 3 TIMES.
       01 WS-PREREQ-MISSING      PIC X(06) VALUE SPACES.
       01 WS-PREREQ-PASSED       PIC X(01) VALUE 'N'.
       01 WS-TERMS-END           PIC X(01) VALUE 'N'.
       01 WS-TERM-AVERAGE        PIC 9(02)V99 VALUE ZEROS.
       01 WS-MIN-PASSING-AVERAGE PIC 9(02)V99 VALUE 5.00.

      * waitlist promotion: the lowest arrival number still waiting
      * in the section takes the open seat
       01 WS-PROMOTE-FOUND    PIC X(01) VALUE 'N'.
       01 WS-PROMOTE-STUDENT  PIC 9(06) VALUE ZEROS.
       01 WS-PROMOTE-SEQ      PIC 9(05) VALUE ZEROS.
       01 WS-PROMOTE-ACTIVE   PIC X(01) VALUE 'N'.
       01 WS-SWEEP-END        PIC X(01) VALUE 'N'.

      * the report line for one transaction, or for a student moved
      * off the waitlist (action P) or dropped from it (action X)
       01 WS-LINE-ACTION      PIC X(01) VALUE SPACES.
       01 WS-LINE-STUDENT     PIC 9(06) VALUE ZEROS.
       01 WS-LINE-USER        PIC X(08) VALUE SPACES.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'ENRL'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN I-O COURSE-SECTION-FILE
           IF WS-FS-STATUS-SECT NOT = '00'
               DISPLAY 'NO COURSE SECTIONS ON FILE, STATUS: '
                   WS-FS-STATUS-SECT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SMAST
               CLOSE COURSE-SECTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ENROLLMENT-FILE
           IF WS-FS-STATUS-ENRL = '35'
               CLOSE ENROLLMENT-FILE
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT = '00'
               MOVE 'Y' TO WS-CATALOG-OPENED
           ELSE
               DISPLAY 'NO COURSE CATALOG -- PREREQUISITE CHECKING '
                   'NOT IN FORCE'
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX = '00'
               MOVE 'Y' TO WS-TDX-OPENED
           END-IF
           OPEN OUTPUT ENROLL-REPORT

           PERFORM 0500-SWEEP-OPEN-SEATS

           OPEN INPUT ENROLL-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO ENROLLMENT TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
           ELSE
               PERFORM UNTIL WS-TRANS-END = 'S'
                   READ ENROLL-TRANS-FILE
                       AT END
                           MOVE 'S' TO WS-TRANS-END
                       NOT AT END
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE ET-ACTION TO WS-ACTION-CODE
                           PERFORM 0100-PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ENROLL-TRANS-FILE
           END-IF

           CLOSE COURSE-SECTION-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-MASTER-FILE
           IF WS-CATALOG-OPENED = 'Y'
               CLOSE COURSE-CATALOG-FILE
           END-IF
           IF WS-TDX-OPENED = 'Y'
               CLOSE TRANSCRIPT-FILE
           END-IF
           CLOSE ENROLL-REPORT
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           DISPLAY 'Students seated:        ' WS-SEATED-COUNT
           DISPLAY 'Students waitlisted:    ' WS-WAITLISTED-COUNT
           DISPLAY 'Students dropped:       ' WS-DROPPED-COUNT
           DISPLAY 'Promoted from waitlist: ' WS-PROMOTED-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * the transaction's line and audit entry go out before any
      * promotion its drop set off, so the report reads in the order
      * things happened
       0100-PROCESS-TRANSACTION.
           MOVE ET-ACTION TO WS-LINE-ACTION
           MOVE ET-STUDENT-ID TO WS-LINE-STUDENT
           MOVE ET-USER-ID TO WS-LINE-USER
           MOVE ET-COURSE-CODE TO CS-COURSE-CODE
           MOVE ET-TERM TO CS-TERM
           MOVE ET-SECTION TO CS-SECTION
           MOVE 'N' TO WS-SECTION-CHANGED
           MOVE 'N' TO WS-SEAT-OPENED
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' ET-USER-ID ' NOT AUTHORIZED FOR '
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
           PERFORM 0150-VALIDATE-TRANSACTION
           IF WS-RESULT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-ACTION-ENROLL
                       PERFORM 0200-ENROLL-STUDENT
                   WHEN WS-ACTION-DROP
                       PERFORM 0300-DROP-STUDENT
                   WHEN WS-ACTION-INQUIRE
                       PERFORM 0400-INQUIRE-STUDENT
               END-EVALUATE
           END-IF
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD
           IF WS-SEAT-OPENED = 'Y'
               PERFORM 0600-FILL-OPEN-SEATS
           END-IF
           IF WS-SECTION-CHANGED = 'Y'
               REWRITE COURSE-SECTION-REC
               IF WS-FS-STATUS-SECT NOT = '00'
                   DISPLAY 'SECTION REWRITE FAILED, STATUS '
                       WS-FS-STATUS-SECT ' FOR ' CS-KEY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * the action, the ids and the section itself must all be good
      * before the student's place is looked at
       0150-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF NOT WS-ACTION-ENROLL AND NOT WS-ACTION-DROP
                   AND NOT WS-ACTION-INQUIRE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ET-STUDENT-ID NOT NUMERIC OR ET-TERM NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STUDENT OR TERM NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           READ COURSE-SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, SECTION NOT ON FILE' TO
                       WS-RESULT-MESSAGE
           END-READ.

      * seat the student, or waitlist them behind everyone already
      * waiting; a dropped record for this section is reused
       0200-ENROLL-STUDENT.
           MOVE ET-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, STUDENT NOT ON MASTER' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF SM-ENROLL-STATUS NOT = 'A'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STUDENT NOT ACTIVE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-FIND-STUDENT-PLACE
           IF WS-ENROLL-STATUS = 'E'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, ALREADY SEATED' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-ENROLL-STATUS = 'W'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, ALREADY WAITLISTED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-OTHER-SECTION NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               STRING 'FAILED, ALREADY IN SECTION '
                   WS-OTHER-SECTION
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0260-CHECK-PREREQUISITES
           IF WS-PREREQ-MISSING NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               STRING 'FAILED, PREREQUISITE ' WS-PREREQ-MISSING
                   ' NOT PASSED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CS-COURSE-CODE TO EN-COURSE-CODE
           MOVE CS-TERM TO EN-TERM
           MOVE CS-SECTION TO EN-SECTION
           MOVE ET-STUDENT-ID TO EN-STUDENT-ID
           MOVE WS-BUSINESS-DATE TO EN-REQUEST-DATE
           ACCEPT EN-REQUEST-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO EN-STATUS-DATE
           MOVE ET-USER-ID TO EN-USER-ID
           IF CS-SEATED-COUNT < CS-SEAT-LIMIT
                   AND CS-WAITING-COUNT = ZEROS
               MOVE 'E' TO EN-STATUS
               MOVE ZEROS TO EN-WAIT-SEQ
           ELSE
               MOVE 'W' TO EN-STATUS
               MOVE CS-NEXT-WAIT-SEQ TO EN-WAIT-SEQ
           END-IF
           IF WS-ENROLL-EXISTS = 'Y'
               REWRITE SECTION-ENROLLMENT-REC
           ELSE
               WRITE SECTION-ENROLLMENT-REC
           END-IF
           IF WS-FS-STATUS-ENRL NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               STRING 'ENROLL FAILED, STATUS ' WS-FS-STATUS-ENRL
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF EN-SEATED
               ADD 1 TO CS-SEATED-COUNT
               ADD 1 TO WS-SEATED-COUNT
               STRING 'SEATED, ' CS-SEATED-COUNT ' OF '
                   CS-SEAT-LIMIT
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO CS-NEXT-WAIT-SEQ
               ADD 1 TO CS-WAITING-COUNT
               ADD 1 TO WS-WAITLISTED-COUNT
               STRING 'SECTION FULL, WAITLISTED AT '
                   CS-WAITING-COUNT
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF
           MOVE 'Y' TO WS-SECTION-CHANGED.

      * one pass over every section of the course in the term: the
      * student's record in this section (kept in the buffer for the
      * REWRITE that follows) and any other section already holding
      * them
       0250-FIND-STUDENT-PLACE.
           MOVE 'N' TO WS-ENROLL-EXISTS
           MOVE SPACES TO WS-ENROLL-STATUS
           MOVE SPACES TO WS-OTHER-SECTION
           MOVE CS-COURSE-CODE TO WS-SCAN-COURSE
           MOVE CS-TERM TO WS-SCAN-TERM
           MOVE CS-COURSE-CODE TO EN-COURSE-CODE
           MOVE CS-TERM TO EN-TERM
           MOVE LOW-VALUES TO EN-SECTION
           MOVE ZEROS TO EN-STUDENT-ID
           MOVE 'N' TO WS-SCAN-END
           START ENROLLMENT-FILE KEY NOT < EN-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       IF EN-COURSE-CODE NOT = WS-SCAN-COURSE
                               OR EN-TERM NOT = WS-SCAN-TERM
                           MOVE 'S' TO WS-SCAN-END
                       ELSE
                           IF EN-STUDENT-ID = ET-STUDENT-ID
                               PERFORM 0255-NOTE-STUDENT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENROLL-EXISTS = 'Y'
               MOVE CS-COURSE-CODE TO EN-COURSE-CODE
               MOVE CS-TERM TO EN-TERM
               MOVE CS-SECTION TO EN-SECTION
               MOVE ET-STUDENT-ID TO EN-STUDENT-ID
               READ ENROLLMENT-FILE
           END-IF.

       0255-NOTE-STUDENT-RECORD.
           IF EN-SECTION = CS-SECTION
               MOVE 'Y' TO WS-ENROLL-EXISTS
               MOVE EN-STATUS TO WS-ENROLL-STATUS
               MOVE EN-WAIT-SEQ TO WS-OWN-WAIT-SEQ
           ELSE
               IF EN-SEATED OR EN-WAITING
                   MOVE EN-SECTION TO WS-OTHER-SECTION
               END-IF
           END-IF.

      * the first prerequisite the student cannot show a pass for
      * comes back in WS-PREREQ-MISSING; spaces means cleared
       0260-CHECK-PREREQUISITES.
           MOVE SPACES TO WS-PREREQ-MISSING
           IF WS-CATALOG-OPENED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CS-COURSE-CODE TO CC-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 3
               MOVE CC-PREREQ-CODE (WS-PREREQ-IDX) TO
                   WS-PREREQ-CODE (WS-PREREQ-IDX)
           END-PERFORM
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 3
                   OR WS-PREREQ-MISSING NOT = SPACES
               MOVE WS-PREREQ-CODE (WS-PREREQ-IDX) TO WS-PREREQ-HOLD
               IF WS-PREREQ-HOLD NOT = SPACES
                   PERFORM 0270-FIND-PASSED-COURSE
                   IF WS-PREREQ-PASSED = 'N'
                       MOVE WS-PREREQ-HOLD TO WS-PREREQ-MISSING
                   END-IF
               END-IF
           END-PERFORM.

      * the student's terms are a keyed START at the first term and
      * READ NEXT until the key leaves the student; an incomplete on
      * either grade is not yet a pass
       0270-FIND-PASSED-COURSE.
           MOVE 'N' TO WS-PREREQ-PASSED
           IF WS-TDX-OPENED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ET-STUDENT-ID TO TD-STUDENT-ID
           MOVE ZEROS TO TD-TERM
           MOVE 'N' TO WS-TERMS-END
           START TRANSCRIPT-FILE KEY NOT < TD-KEY
               INVALID KEY
                   MOVE 'S' TO WS-TERMS-END
           END-START
           PERFORM UNTIL WS-TERMS-END = 'S'
                   OR WS-PREREQ-PASSED = 'Y'
               READ TRANSCRIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TERMS-END
                   NOT AT END
                       IF TD-STUDENT-ID NOT = ET-STUDENT-ID
                           MOVE 'S' TO WS-TERMS-END
                       ELSE
                           IF TD-COURSE-CODE = WS-PREREQ-HOLD
                                   AND TD-G1-FLAG NOT = 'I'
                                   AND TD-G2-FLAG NOT = 'I'
                               COMPUTE WS-TERM-AVERAGE =
                                   (TD-GRADE-01 + TD-GRADE-02) / 2
                               IF WS-TERM-AVERAGE >=
                                       WS-MIN-PASSING-AVERAGE
                                   MOVE 'Y' TO WS-PREREQ-PASSED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * giving up a seat hands it to the waitlist once this drop's
      * line is out; leaving the waitlist just shortens it
       0300-DROP-STUDENT.
           MOVE CS-COURSE-CODE TO EN-COURSE-CODE
           MOVE CS-TERM TO EN-TERM
           MOVE CS-SECTION TO EN-SECTION
           MOVE ET-STUDENT-ID TO EN-STUDENT-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DROP FAILED, NOT IN SECTION' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN EN-SEATED
                   SUBTRACT 1 FROM CS-SEATED-COUNT
                   MOVE 'Y' TO WS-SEAT-OPENED
                   MOVE 'DROPPED, SEAT RELEASED' TO WS-RESULT-MESSAGE
               WHEN EN-WAITING
                   SUBTRACT 1 FROM CS-WAITING-COUNT
                   MOVE 'DROPPED FROM WAITLIST' TO WS-RESULT-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DROP FAILED, ALREADY DROPPED' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'D' TO EN-STATUS
           MOVE WS-BUSINESS-DATE TO EN-STATUS-DATE
           MOVE ET-USER-ID TO EN-USER-ID
           REWRITE SECTION-ENROLLMENT-REC
           ADD 1 TO WS-DROPPED-COUNT
           MOVE 'Y' TO WS-SECTION-CHANGED.

      * where the student stands: seated, or how many arrived on the
      * waitlist ahead of them and are still waiting
       0400-INQUIRE-STUDENT.
           PERFORM 0250-FIND-STUDENT-PLACE
           EVALUATE WS-ENROLL-STATUS
               WHEN 'E'
                   STRING 'SEATED, ' CS-SEATED-COUNT ' OF '
                       CS-SEAT-LIMIT
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               WHEN 'W'
                   PERFORM 0450-COUNT-AHEAD
                   STRING 'WAITLISTED, ' WS-AHEAD-COUNT ' AHEAD'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               WHEN 'D'
                   MOVE 'DROPPED' TO WS-RESULT-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INQUIRY FAILED, NOT IN SECTION' TO
                       WS-RESULT-MESSAGE
           END-EVALUATE.

       0450-COUNT-AHEAD.
           MOVE ZEROS TO WS-AHEAD-COUNT
           MOVE CS-KEY TO WS-SCAN-SECTION-KEY
           MOVE CS-KEY TO EN-SECTION-KEY
           MOVE ZEROS TO EN-STUDENT-ID
           MOVE 'N' TO WS-SCAN-END
           START ENROLLMENT-FILE KEY NOT < EN-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       IF EN-SECTION-KEY NOT = WS-SCAN-SECTION-KEY
                           MOVE 'S' TO WS-SCAN-END
                       ELSE
                           IF EN-WAITING
                                   AND EN-WAIT-SEQ < WS-OWN-WAIT-SEQ
                               ADD 1 TO WS-AHEAD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * seats opened since the last run -- a limit raised through
      * COURSE-SECTION-MAINTENANCE -- go to the waitlist before any
      * new request is looked at
       0500-SWEEP-OPEN-SEATS.
           MOVE LOW-VALUES TO CS-KEY
           MOVE 'N' TO WS-SWEEP-END
           START COURSE-SECTION-FILE KEY NOT < CS-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-END
           END-START
           PERFORM UNTIL WS-SWEEP-END = 'S'
               READ COURSE-SECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-END
                   NOT AT END
                       IF CS-WAITING-COUNT > ZEROS
                               AND CS-SEATED-COUNT < CS-SEAT-LIMIT
                           MOVE SPACES TO WS-LINE-USER
                           PERFORM 0600-FILL-OPEN-SEATS
                           REWRITE COURSE-SECTION-REC
                       END-IF
               END-READ
           END-PERFORM.

      * promotes from the head of the waitlist until the section is
      * full or nobody is left waiting
       0600-FILL-OPEN-SEATS.
           MOVE 'Y' TO WS-PROMOTE-FOUND
           PERFORM UNTIL CS-SEATED-COUNT NOT < CS-SEAT-LIMIT
                   OR CS-WAITING-COUNT = ZEROS
                   OR WS-PROMOTE-FOUND = 'N'
               PERFORM 0610-PROMOTE-HEAD-OF-WAITLIST
           END-PERFORM.

      * the lowest arrival number still waiting takes the seat; a
      * student who has left the school since asking is taken off
      * the waitlist instead and the next one is tried
       0610-PROMOTE-HEAD-OF-WAITLIST.
           MOVE 'N' TO WS-PROMOTE-FOUND
           MOVE 99999 TO WS-PROMOTE-SEQ
           MOVE CS-KEY TO WS-SCAN-SECTION-KEY
           MOVE CS-KEY TO EN-SECTION-KEY
           MOVE ZEROS TO EN-STUDENT-ID
           MOVE 'N' TO WS-SCAN-END
           START ENROLLMENT-FILE KEY NOT < EN-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       IF EN-SECTION-KEY NOT = WS-SCAN-SECTION-KEY
                           MOVE 'S' TO WS-SCAN-END
                       ELSE
                           IF EN-WAITING
                                   AND EN-WAIT-SEQ < WS-PROMOTE-SEQ
                               MOVE 'Y' TO WS-PROMOTE-FOUND
                               MOVE EN-WAIT-SEQ TO WS-PROMOTE-SEQ
                               MOVE EN-STUDENT-ID TO
                                   WS-PROMOTE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROMOTE-FOUND = 'N'
               DISPLAY 'WAITING COUNT ' CS-WAITING-COUNT
                   ' BUT NOBODY WAITING IN ' CS-KEY ', RESET'
               MOVE ZEROS TO CS-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PROMOTE-ACTIVE
           MOVE WS-PROMOTE-STUDENT TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PROMOTE-ACTIVE
               NOT INVALID KEY
                   IF SM-ENROLL-STATUS NOT = 'A'
                       MOVE 'N' TO WS-PROMOTE-ACTIVE
                   END-IF
           END-READ
           MOVE CS-KEY TO EN-SECTION-KEY
           MOVE WS-PROMOTE-STUDENT TO EN-STUDENT-ID
           READ ENROLLMENT-FILE
           MOVE WS-BUSINESS-DATE TO EN-STATUS-DATE
           SUBTRACT 1 FROM CS-WAITING-COUNT
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF WS-PROMOTE-ACTIVE = 'Y'
               MOVE 'E' TO EN-STATUS
               ADD 1 TO CS-SEATED-COUNT
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE 'P' TO WS-LINE-ACTION
               STRING 'SEATED FROM WAITLIST, ARRIVAL '
                   WS-PROMOTE-SEQ
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           ELSE
               MOVE 'D' TO EN-STATUS
               MOVE 'X' TO WS-LINE-ACTION
               MOVE 'OFF WAITLIST, STUDENT NOT ACTIVE' TO
                   WS-RESULT-MESSAGE
           END-IF
           REWRITE SECTION-ENROLLMENT-REC
           MOVE WS-PROMOTE-STUDENT TO WS-LINE-STUDENT
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * appends one entry to the shared audit trail; a promotion the
      * program made on its own is entered under WAITLIST
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'SECTION-ENROLLMENT' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE WS-LINE-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           IF WS-LINE-ACTION = 'P' OR WS-LINE-ACTION = 'X'
               MOVE 'WAITLIST' TO AT-USER-ID
           ELSE
               MOVE WS-LINE-USER TO AT-USER-ID
           END-IF
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO ENROLL-REPORT-LINE
           STRING WS-LINE-ACTION ' ' WS-LINE-STUDENT ' '
               CS-COURSE-CODE ' ' CS-TERM ' ' CS-SECTION ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO ENROLL-REPORT-LINE
           WRITE ENROLL-REPORT-LINE.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set in
      * WORKING-STORAGE stand when the control file is not present
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
           MOVE 'SECTION-ENROLLMENT' TO SN-PROGRAM
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
                   AND ET-USER-ID NOT = WS-SIGNON-USER
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
               IF WS-AUTH-USER (WS-AUTH-IDX) = ET-USER-ID
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

      * an enrollment or drop lands on the business date, and is
      * refused when PERIOD-CLOSE has closed that month; inquiries
      * change nothing and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.
