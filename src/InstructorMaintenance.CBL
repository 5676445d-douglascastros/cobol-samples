      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintains the instructor master (master id INST) in
      *          the established maintenance mold: add, change,
      *          delete and inquire transactions, a result line per
      *          transaction, the shared audit trail, authority and
      *          sign-on. The instructor's department must be on the
      *          department master. GRADEBOOK stamps the instructor
      *          code on every term posting and GRADE-DISTRIBUTION
      *          compares instructors on it, so an instructor the
      *          transcript still names is set inactive rather than
      *          deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-TRANS-FILE ASSIGN TO
               'src/instructor-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT INSTRUCTOR-FILE ASSIGN TO
               'src/instructor-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-INSTRUCTOR-CODE
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT INSTRUCTOR-MAINT-REPORT ASSIGN TO
               'src/instructor-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * the department an instructor belongs to must exist
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO
               'src/department-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-CODE
           FILE STATUS IS WS-FS-STATUS-DEPT.

      * scanned before a delete: postings naming the instructor
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.

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
       FD INSTRUCTOR-TRANS-FILE.
       01 INSTRUCTOR-TRANS-REC.
           05 IT-ACTION          PIC X(01).
           05 IT-COMMA-1         PIC X(01).
           05 IT-INSTRUCTOR-CODE PIC X(06).
           05 IT-COMMA-2         PIC X(01).
           05 IT-NAME            PIC X(20).
           05 IT-COMMA-3         PIC X(01).
           05 IT-DEPT-CODE       PIC X(04).
           05 IT-COMMA-4         PIC X(01).
           05 IT-STATUS          PIC X(01).
           05 IT-COMMA-5         PIC X(01).
           05 IT-USER-ID         PIC X(08).

       FD INSTRUCTOR-FILE.
       COPY 'src/DATA-INSTRUCTOR.CPY'.

       FD INSTRUCTOR-MAINT-REPORT.
       01 INSTRUCTOR-MAINT-REPORT-LINE PIC X(80).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-REC.
           05 DP-CODE             PIC X(04).
           05 DP-NAME             PIC X(30).
           05 DP-HEADCOUNT-BUDGET PIC 9(04).

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

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
       01 WS-TERMS-END        PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-DEPT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX    PIC X(02) VALUE '00'.
       01 WS-DEPT-OPENED      PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-POSTING-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * the status as keyed, held to the values the master knows
       01 WS-STATUS-HOLD      PIC X(01) VALUE SPACE.
           88 WS-STATUS-VALID VALUES 'A' 'I'.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'INST'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT INSTRUCTOR-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO INSTRUCTOR TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-FS-STATUS-DEPT = '00'
               MOVE 'Y' TO WS-DEPT-OPENED
           ELSE
               DISPLAY 'NO DEPARTMENT MASTER -- DEPARTMENT VALIDATION '
                   'NOT IN FORCE'
           END-IF
           OPEN OUTPUT INSTRUCTOR-MAINT-REPORT
           OPEN I-O INSTRUCTOR-FILE
           IF WS-FS-STATUS-MASTER = '35'
               CLOSE INSTRUCTOR-FILE
               OPEN OUTPUT INSTRUCTOR-FILE
               CLOSE INSTRUCTOR-FILE
               OPEN I-O INSTRUCTOR-FILE
           END-IF

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ INSTRUCTOR-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE IT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-TRANS-FILE
           CLOSE INSTRUCTOR-FILE
           CLOSE INSTRUCTOR-MAINT-REPORT
           IF WS-DEPT-OPENED = 'Y'
               CLOSE DEPARTMENT-MASTER-FILE
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
               STRING 'USER ' IT-USER-ID ' NOT AUTHORIZED FOR '
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
           MOVE IT-INSTRUCTOR-CODE TO IM-INSTRUCTOR-CODE
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-INSTRUCTOR
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-INSTRUCTOR
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-INSTRUCTOR
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-INSTRUCTOR
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * an instructor needs a code, a name, a department on the
      * department master and a status of active or inactive
       0150-VALIDATE-INSTRUCTOR-FIELDS.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF IT-INSTRUCTOR-CODE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK INSTRUCTOR CODE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF IT-NAME = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK INSTRUCTOR NAME' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE IT-STATUS TO WS-STATUS-HOLD
           IF NOT WS-STATUS-VALID
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STATUS MUST BE A OR I' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF IT-DEPT-CODE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK DEPARTMENT' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-OPENED = 'Y'
               MOVE IT-DEPT-CODE TO DP-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'FAILED, DEPARTMENT NOT ON FILE' TO
                           WS-RESULT-MESSAGE
               END-READ
           END-IF.

       0200-ADD-INSTRUCTOR.
           PERFORM 0150-VALIDATE-INSTRUCTOR-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IT-INSTRUCTOR-CODE TO IM-INSTRUCTOR-CODE
           MOVE IT-NAME TO IM-NAME
           MOVE IT-DEPT-CODE TO IM-DEPT-CODE
           MOVE IT-STATUS TO IM-STATUS
           WRITE INSTRUCTOR-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ADD FAILED, STATUS ' WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a change replaces name, department and status; an
      * instructor who has left is changed to inactive
       0300-CHANGE-INSTRUCTOR.
           PERFORM 0150-VALIDATE-INSTRUCTOR-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IT-INSTRUCTOR-CODE TO IM-INSTRUCTOR-CODE
           READ INSTRUCTOR-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE IT-NAME TO IM-NAME
                   MOVE IT-DEPT-CODE TO IM-DEPT-CODE
                   MOVE IT-STATUS TO IM-STATUS
                   REWRITE INSTRUCTOR-REC
                   MOVE 'CHANGED' TO WS-RESULT-MESSAGE
           END-READ.

      * the distribution history would lose the name behind a code
      * still on the transcript, so an instructor is dropped only
      * once no posting names them
       0400-DELETE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DELETE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0450-COUNT-POSTINGS
           IF WS-POSTING-COUNT > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'DELETE FAILED, ' WS-POSTING-COUNT
                   ' POSTINGS ON FILE'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE INSTRUCTOR-FILE
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0450-COUNT-POSTINGS.
           MOVE ZEROS TO WS-POSTING-COUNT
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TERMS-END
           PERFORM UNTIL WS-TERMS-END = 'S'
               READ TRANSCRIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TERMS-END
                   NOT AT END
                       IF TD-INSTRUCTOR-CODE = IT-INSTRUCTOR-CODE
                           ADD 1 TO WS-POSTING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.

       0500-INQUIRE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND ' IM-DEPT-CODE ' ' IM-STATUS ' '
                       IM-NAME
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'INSTRUCTOR-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE IT-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE IT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO INSTRUCTOR-MAINT-REPORT-LINE
           STRING IT-ACTION ' ' IT-INSTRUCTOR-CODE ' '
               IT-DEPT-CODE ' ' IT-STATUS ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO INSTRUCTOR-MAINT-REPORT-LINE
           WRITE INSTRUCTOR-MAINT-REPORT-LINE.

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
           MOVE 'INSTRUCTOR-MAINTENANCE' TO SN-PROGRAM
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
                   AND IT-USER-ID NOT = WS-SIGNON-USER
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
               IF WS-AUTH-USER (WS-AUTH-IDX) = IT-USER-ID
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
