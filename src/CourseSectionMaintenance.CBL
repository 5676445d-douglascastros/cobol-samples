      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          course section master -- one line per section of a
      *          cataloged course offered in a term, with its seat
      *          limit -- in the established maintenance mold (master
      *          id SECT). SECTION-ENROLLMENT seats students against
      *          the limit set here and keeps the seated and waiting
      *          counts; a limit cannot drop below the seats already
      *          taken, and a section with anyone seated or waiting
      *          cannot be deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-SECTION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-TRANS-FILE ASSIGN TO
               'src/section-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT COURSE-SECTION-FILE ASSIGN TO
               'src/course-sections.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT SECTION-MAINT-REPORT ASSIGN TO
               'src/section-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * a section is only offered for a course on the catalog
           SELECT COURSE-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-CAT.

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
       FD SECTION-TRANS-FILE.
       01 SECTION-TRANS-REC.
           05 ST-ACTION       PIC X(01).
           05 ST-COMMA-1      PIC X(01).
           05 ST-COURSE-CODE  PIC X(06).
           05 ST-COMMA-2      PIC X(01).
           05 ST-TERM         PIC 9(02).
           05 ST-COMMA-3      PIC X(01).
           05 ST-SECTION      PIC X(03).
           05 ST-COMMA-4      PIC X(01).
           05 ST-SEAT-LIMIT   PIC 9(03).
           05 ST-COMMA-5      PIC X(01).
           05 ST-USER-ID      PIC X(08).

       FD COURSE-SECTION-FILE.
       COPY 'src/DATA-COURSE-SECTION.CPY'.

       FD SECTION-MAINT-REPORT.
       01 SECTION-MAINT-REPORT-LINE PIC X(80).

       FD COURSE-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

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
       01 WS-CATALOG-OPENED   PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'SECT'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT SECTION-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO SECTION TRANSACTIONS THIS RUN, '
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
           OPEN OUTPUT SECTION-MAINT-REPORT
           OPEN I-O COURSE-SECTION-FILE
           IF WS-FS-STATUS-MASTER = '35'
               CLOSE COURSE-SECTION-FILE
               OPEN OUTPUT COURSE-SECTION-FILE
               CLOSE COURSE-SECTION-FILE
               OPEN I-O COURSE-SECTION-FILE
           END-IF

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ SECTION-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE ST-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE SECTION-TRANS-FILE
           CLOSE COURSE-SECTION-FILE
           CLOSE SECTION-MAINT-REPORT
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
               STRING 'USER ' ST-USER-ID ' NOT AUTHORIZED FOR '
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
           MOVE ST-COURSE-CODE TO CS-COURSE-CODE
           MOVE ST-TERM TO CS-TERM
           MOVE ST-SECTION TO CS-SECTION
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-SECTION
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-SECTION
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-SECTION
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-SECTION
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * a section needs a cataloged course, a term, a section code
      * and a seat limit of at least one
       0150-VALIDATE-SECTION-FIELDS.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF ST-TERM NOT NUMERIC OR ST-TERM = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, TERM NOT NUMERIC' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ST-SECTION = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, BLANK SECTION CODE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ST-SEAT-LIMIT NOT NUMERIC OR ST-SEAT-LIMIT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, SEAT LIMIT OUT OF RANGE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CATALOG-OPENED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ST-COURSE-CODE TO CC-CODE
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, COURSE NOT ON CATALOG' TO
                       WS-RESULT-MESSAGE
           END-READ.

      * a new section starts empty, its waitlist numbering at one
       0200-ADD-SECTION.
           PERFORM 0150-VALIDATE-SECTION-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ST-SEAT-LIMIT TO CS-SEAT-LIMIT
           MOVE ZEROS TO CS-SEATED-COUNT
           MOVE ZEROS TO CS-WAITING-COUNT
           MOVE 1 TO CS-NEXT-WAIT-SEQ
           WRITE COURSE-SECTION-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ADD FAILED, STATUS ' WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * the limit can rise freely -- the next enrollment run fills
      * the new seats from the waitlist -- but cannot fall below the
      * students already seated
       0300-CHANGE-SECTION.
           PERFORM 0150-VALIDATE-SECTION-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           READ COURSE-SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   IF ST-SEAT-LIMIT < CS-SEATED-COUNT
                       ADD 1 TO WS-ERROR-COUNT
                       STRING 'CHANGE FAILED, ' CS-SEATED-COUNT
                           ' SEATS ALREADY TAKEN'
                           DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   ELSE
                       MOVE ST-SEAT-LIMIT TO CS-SEAT-LIMIT
                       REWRITE COURSE-SECTION-REC
                       MOVE 'CHANGED' TO WS-RESULT-MESSAGE
                   END-IF
           END-READ.

      * students seated or waiting would lose their place without a
      * word, so a section is dropped only once it is empty
       0400-DELETE-SECTION.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DELETE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   IF CS-SEATED-COUNT > ZEROS
                           OR CS-WAITING-COUNT > ZEROS
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'DELETE FAILED, STUDENTS ENROLLED' TO
                           WS-RESULT-MESSAGE
                   ELSE
                       DELETE COURSE-SECTION-FILE
                       MOVE 'DELETED' TO WS-RESULT-MESSAGE
                   END-IF
           END-READ.

       0500-INQUIRE-SECTION.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND ' CS-SEATED-COUNT ' OF '
                       CS-SEAT-LIMIT ' SEATED, ' CS-WAITING-COUNT
                       ' WAITING'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'COURSE-SECTION-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE ST-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE ST-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO SECTION-MAINT-REPORT-LINE
           STRING ST-ACTION ' ' ST-COURSE-CODE ' ' ST-TERM ' '
               ST-SECTION ' ' ST-SEAT-LIMIT ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO SECTION-MAINT-REPORT-LINE
           WRITE SECTION-MAINT-REPORT-LINE.

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
           MOVE 'COURSE-SECTION-MAINTENANCE' TO SN-PROGRAM
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
                   AND ST-USER-ID NOT = WS-SIGNON-USER
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
               IF WS-AUTH-USER (WS-AUTH-IDX) = ST-USER-ID
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
