               'src/student-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * the degree program a student is declared in must be one
      * DEGREE-PROGRAM-MAINTENANCE has set requirements for
           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO
               'src/program-requirements.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PR-PROGRAM-CODE
           FILE STATUS IS WS-FS-STATUS-PROG.

      * shared before/after image journal: every enrollment status
      * change appends the standing as it stood and as it now
      * stands, keyed by the student id, so a wrong withdrawal can
           05 ST-ENROLL-DATE   PIC 9(08).
           05 ST-COMMA-5       PIC X(01).
           05 ST-USER-ID       PIC X(08).
      * the last-update stamp the clerk saw on the inquiry a change,
      * status change or delete was keyed from
           05 ST-COMMA-6       PIC X(01).
           05 ST-LAST-UPDATE   PIC X(16).
      * the degree program the student is declared in; an add or
      * change keyed without one leaves the student undeclared
           05 ST-COMMA-7       PIC X(01).
           05 ST-PROGRAM-CODE  PIC X(04).
      * the header and trailer lines that bracket the file
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

      * SM-ENROLL-STATUS is 'A' for an active enrollment, 'I' for an
      * inactive one (graduated, withdrawn)
      * change (the WS-ACCOUNT-STATUS pattern the customer master
      * established). SM-STANDING is stamped by ACADEMIC-STANDING:
      * 'H' honors, 'S' good standing, 'P' probation, space until
      * the first standing run. SM-LAST-UPDATE is the date and
      * time the record was last written, zeros until its first
      * write under the stamp. SM-PROGRAM-CODE is the degree
      * program DEGREE-AUDIT holds the student to, blank while the
      * student is undeclared.
       01 STUDENT-MASTER-REC.
           05 SM-STUDENT-ID    PIC 9(06).
           05 SM-NAME          PIC X(20).
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       FD PROGRAM-REQUIREMENT-FILE.
       COPY 'src/DATA-PROGRAM-REQUIREMENT.CPY'.

       FD STUDENT-MAINT-REPORT.
       01 STUDENT-MAINT-REPORT-LINE PIC X(80).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * lost-update detection: the stamp a transaction carries back
      * from the inquiry it was keyed from, held to the record's own
       01 WS-SEEN-STAMP       PIC X(16) VALUE SPACES.
       01 WS-STAMP-OK         PIC X(01) VALUE 'Y'.

      * the program file is opened once; without it a declared
      * program cannot be checked and is taken as keyed
       01 WS-FS-STATUS-PROG   PIC X(02) VALUE '00'.
       01 WS-PROGRAMS-OPENED  PIC X(01) VALUE 'N'.

       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ADD       VALUE 'A'.
           88 WS-ACTION-CHANGE    VALUE 'C'.
       COPY 'src/DATA-SIGNON.CPY'.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'STUD'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

      * gate through the shared TRANS-EDIT-GATE subprogram: the
      * transaction file is applied only after TRANSACTION-EDIT has
      * passed it, or the operator has accepted the errors it listed
       COPY 'src/DATA-TRANS-EDIT-GATE.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           PERFORM 0063-CHECK-TRANSACTION-EDIT
           OPEN INPUT STUDENT-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO STUDENT TRANSACTIONS THIS RUN, STATUS: '
                   WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN INPUT PROGRAM-REQUIREMENT-FILE
           IF WS-FS-STATUS-PROG = '00'
               MOVE 'Y' TO WS-PROGRAMS-OPENED
           ELSE
               DISPLAY 'NO PROGRAM REQUIREMENTS -- PROGRAM '
                   'VALIDATION NOT IN FORCE'
           END-IF
           OPEN OUTPUT STUDENT-MAINT-REPORT
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-FS-STATUS-MASTER = '35'
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       IF NOT TC-CONTROL
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE ST-ACTION TO WS-ACTION-CODE
                           PERFORM 0100-PROCESS-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-TRANS-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-MAINT-REPORT
           IF WS-PROGRAMS-OPENED = 'Y'
               CLOSE PROGRAM-REQUIREMENT-FILE
           END-IF
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
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
                   PERFORM 0200-ADD-STUDENT
           PERFORM 0800-WRITE-AUDIT-RECORD.

       0200-ADD-STUDENT.
           PERFORM 0180-VALIDATE-PROGRAM
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ST-STUDENT-ID    TO SM-STUDENT-ID
           MOVE ST-NAME          TO SM-NAME
           MOVE ST-ENROLL-STATUS TO SM-ENROLL-STATUS
           MOVE ST-ENROLL-DATE   TO SM-ENROLL-DATE
           MOVE SPACE            TO SM-STANDING
           MOVE ST-ENROLL-DATE   TO SM-STATUS-DATE
           MOVE ST-PROGRAM-CODE  TO SM-PROGRAM-CODE
           PERFORM 0590-STAMP-MASTER-RECORD
           WRITE STUDENT-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
           END-IF.

       0300-CHANGE-STUDENT.
           PERFORM 0180-VALIDATE-PROGRAM
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ST-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ST-NAME          TO SM-NAME
           MOVE ST-ENROLL-STATUS TO SM-ENROLL-STATUS
           MOVE ST-ENROLL-DATE   TO SM-ENROLL-DATE
           MOVE ST-PROGRAM-CODE  TO SM-PROGRAM-CODE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE STUDENT-MASTER-REC
           MOVE 'CHANGED' TO WS-RESULT-MESSAGE.

      * a declared program must have requirements on file
       0180-VALIDATE-PROGRAM.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF ST-PROGRAM-CODE = SPACES
                   OR WS-PROGRAMS-OPENED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ST-PROGRAM-CODE TO PR-PROGRAM-CODE
           READ PROGRAM-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   STRING 'FAILED, PROGRAM ' ST-PROGRAM-CODE
                       ' NOT ON FILE'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

       0400-DELETE-STUDENT.
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DELETE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DELETE STUDENT-MASTER-FILE
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0500-INQUIRE-STUDENT.
           MOVE ST-STUDENT-ID TO SM-STUDENT-ID
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND, STAMP ' SM-LAST-UPDATE
                       ' PROG ' SM-PROGRAM-CODE
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * appends one entry to the shared audit trail for this
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF SM-ENROLL-STATUS = ST-ENROLL-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'STATUS FAILED, ALREADY IN THAT STATUS' TO
           PERFORM 0650-WRITE-STATUS-JOURNAL
           MOVE ST-ENROLL-STATUS TO SM-ENROLL-STATUS
           MOVE ST-ENROLL-DATE TO SM-STATUS-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE STUDENT-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'A' TO WS-IMAGE-TYPE
           WRITE MASTER-JOURNAL-REC
           CLOSE MASTER-JOURNAL-FILE.

      * every write of the master carries the date and time it was
      * made, the stamp the inquiry shows and a later change must
      * carry back
       0590-STAMP-MASTER-RECORD.
           ACCEPT SM-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT SM-LAST-UPDATE-TIME FROM TIME.

      * a change, status change or delete must carry the stamp the
      * student record bore when the clerk looked at it; anything
      * else means another update got there first. A blank stamp
      * stands for zeros, so a record not yet written under the
      * stamp still takes a transaction keyed without one.
       0595-CHECK-SEEN-STAMP.
           MOVE 'Y' TO WS-STAMP-OK
           MOVE ST-LAST-UPDATE TO WS-SEEN-STAMP
           IF WS-SEEN-STAMP = SPACES
               MOVE ZEROS TO WS-SEEN-STAMP
           END-IF
           IF WS-SEEN-STAMP NOT = SM-LAST-UPDATE
               MOVE 'N' TO WS-STAMP-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'REJECTED, RECORD CHANGED SINCE INQUIRY' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * the transaction file must have passed TRANSACTION-EDIT --
      * clean, or with its listed errors accepted by the operator --
      * and still be the file the edit read, before any master is
      * opened; otherwise nothing at all is applied
       0063-CHECK-TRANSACTION-EDIT.
           MOVE 'STUD' TO TG-FILE-ID
           MOVE 'src/student-transactions.txt' TO TG-TRANS-PATH
           MOVE 3 TO TG-HASH-START
           MOVE 6 TO TG-HASH-LENGTH
           CALL 'TRANS-EDIT-GATE' USING TRANS-EDIT-GATE-REQUEST
           IF TG-RESULT NOT = 'Y'
               DISPLAY 'RUN REFUSED: ' TG-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY TG-MESSAGE.

      * answers whether the transaction's user may apply its action
      * to this master; inquiries are not controlled
       0070-CHECK-AUTHORITY.
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
