      ******************************************************************
      * Author:
      * Date:
      * Purpose: loads the daily attendance transactions onto the
      *          indexed attendance file -- one mark per student,
      *          course and class date -- in the established
      *          maintenance mold (master id ATTN): record, correct,
      *          remove or inquire a mark, a result line per
      *          transaction, the shared audit trail, authority and
      *          sign-on. The student must be on the student master
      *          and active, the course on the catalog, and the class
      *          date a real business day through DATE-UTILS, no
      *          later than the business date. ATTENDANCE-REPORT
      *          reads what lands here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-RECORDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-TRANS-FILE ASSIGN TO
               'src/attendance-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT ATTENDANCE-FILE ASSIGN TO 'src/attendance.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT ATTENDANCE-MAINT-REPORT ASSIGN TO
               'src/attendance-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * the student must be on the master and active
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.

      * attendance is only taken in a course on the catalog
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

      * shared run-control file giving every batch program the same
      * business date; no class is marked for a day still to come
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

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
      * A records a mark, C corrects the status of one already
      * recorded, D removes a mark keyed in error, I inquires
       FD ROLL-TRANS-FILE.
       01 ROLL-TRANS-REC.
           05 RT-ACTION       PIC X(01).
           05 RT-COMMA-1      PIC X(01).
           05 RT-STUDENT-ID   PIC 9(06).
           05 RT-COMMA-2      PIC X(01).
           05 RT-COURSE-CODE  PIC X(06).
           05 RT-COMMA-3      PIC X(01).
           05 RT-CLASS-DATE   PIC 9(08).
           05 RT-COMMA-4      PIC X(01).
           05 RT-STATUS       PIC X(01).
           05 RT-COMMA-5      PIC X(01).
           05 RT-USER-ID      PIC X(08).

       FD ATTENDANCE-FILE.
       COPY 'src/DATA-ATTENDANCE.CPY'.

       FD ATTENDANCE-MAINT-REPORT.
       01 ATTENDANCE-MAINT-REPORT-LINE PIC X(80).

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
       01 WS-FS-STATUS-MASTER PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CAT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-SMAST-OPENED     PIC X(01) VALUE 'N'.
       01 WS-CATALOG-OPENED   PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.

      * class-date checks go through the shared DATE-UTILS
      * subprogram: a real date, a business day, not in the future
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the status as keyed, held to the values the file knows
       01 WS-STATUS-HOLD      PIC X(01) VALUE SPACE.
           88 WS-STATUS-VALID VALUES 'P' 'A' 'E'.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'ATTN'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT ROLL-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO ATTENDANCE TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST = '00'
               MOVE 'Y' TO WS-SMAST-OPENED
           ELSE
               DISPLAY 'NO STUDENT MASTER -- STUDENT VALIDATION NOT '
                   'IN FORCE'
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-FS-STATUS-CAT = '00'
               MOVE 'Y' TO WS-CATALOG-OPENED
           ELSE
               DISPLAY 'NO COURSE CATALOG -- COURSE VALIDATION NOT '
                   'IN FORCE'
           END-IF
           OPEN OUTPUT ATTENDANCE-MAINT-REPORT
           OPEN I-O ATTENDANCE-FILE
           IF WS-FS-STATUS-MASTER = '35'
               CLOSE ATTENDANCE-FILE
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ ROLL-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE RT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE ROLL-TRANS-FILE
           CLOSE ATTENDANCE-FILE
           CLOSE ATTENDANCE-MAINT-REPORT
           IF WS-SMAST-OPENED = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF
           IF WS-CATALOG-OPENED = 'Y'
               CLOSE COURSE-CATALOG-FILE
           END-IF
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
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

       0100-PROCESS-TRANSACTION.
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' RT-USER-ID ' NOT AUTHORIZED FOR '
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
           MOVE RT-STUDENT-ID TO AR-STUDENT-ID
           MOVE RT-COURSE-CODE TO AR-COURSE-CODE
           MOVE RT-CLASS-DATE TO AR-CLASS-DATE
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-RECORD-MARK
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CORRECT-MARK
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-REMOVE-MARK
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-MARK
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * a mark needs a known status, an active student on the
      * master, a cataloged course and a class date that is a real
      * business day no later than today's business date
       0150-VALIDATE-MARK-FIELDS.
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE RT-STATUS TO WS-STATUS-HOLD
           IF NOT WS-STATUS-VALID
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STATUS MUST BE P, A OR E' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-STUDENT-ID NOT NUMERIC OR RT-STUDENT-ID = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STUDENT ID NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SMAST-OPENED = 'Y'
               MOVE RT-STUDENT-ID TO SM-STUDENT-ID
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
           END-IF
           IF WS-CATALOG-OPENED = 'Y'
               MOVE RT-COURSE-CODE TO CC-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'FAILED, COURSE NOT ON CATALOG' TO
                           WS-RESULT-MESSAGE
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM 0160-VALIDATE-CLASS-DATE.

       0160-VALIDATE-CLASS-DATE.
           IF RT-CLASS-DATE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, CLASS DATE NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE RT-CLASS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, CLASS DATE NOT A REAL DATE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ISBD' TO DU-FUNCTION
           MOVE RT-CLASS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, CLASS DATE NOT A BUSINESS DAY' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-CLASS-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, CLASS DATE IN THE FUTURE' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0200-RECORD-MARK.
           PERFORM 0150-VALIDATE-MARK-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RT-STATUS TO AR-STATUS
           MOVE WS-BUSINESS-DATE TO AR-RECORDED-DATE
           MOVE RT-USER-ID TO AR-USER-ID
           WRITE ATTENDANCE-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, ALREADY RECORDED -- USE C' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE 'RECORDED' TO WS-RESULT-MESSAGE
           END-WRITE.

      * a correction changes the status only; the student, course
      * and date are the key and a wrong one is removed and keyed
      * again
       0300-CORRECT-MARK.
           PERFORM 0150-VALIDATE-MARK-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           READ ATTENDANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CORRECTED FROM ' AR-STATUS ' TO '
                       RT-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE RT-STATUS TO AR-STATUS
                   MOVE WS-BUSINESS-DATE TO AR-RECORDED-DATE
                   MOVE RT-USER-ID TO AR-USER-ID
                   REWRITE ATTENDANCE-REC
           END-READ.

       0400-REMOVE-MARK.
           READ ATTENDANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DELETE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   DELETE ATTENDANCE-FILE
                   MOVE 'REMOVED' TO WS-RESULT-MESSAGE
           END-READ.

       0500-INQUIRE-MARK.
           READ ATTENDANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND ' AR-STATUS ' KEYED '
                       AR-RECORDED-DATE ' BY ' AR-USER-ID
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'ATTENDANCE-RECORDING' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE RT-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE RT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-MAINT-REPORT-LINE
           STRING RT-ACTION ' ' RT-STUDENT-ID ' ' RT-COURSE-CODE ' '
               RT-CLASS-DATE ' ' RT-STATUS ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO ATTENDANCE-MAINT-REPORT-LINE
           WRITE ATTENDANCE-MAINT-REPORT-LINE.

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
           MOVE 'ATTENDANCE-RECORDING' TO SN-PROGRAM
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
                   AND RT-USER-ID NOT = WS-SIGNON-USER
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
               IF WS-AUTH-USER (WS-AUTH-IDX) = RT-USER-ID
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
