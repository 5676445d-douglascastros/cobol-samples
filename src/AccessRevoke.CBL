      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared access action for a change in a person's
      *          employment, called by PERSON-MAINTENANCE. The user
      *          ids belonging to an employee are the ones whose
      *          credentials carry that employee id. On a
      *          termination every such id is locked on the
      *          credentials file and every authority row it holds
      *          is revoked from the user authority table there and
      *          then, each lock and each revoked row on the shared
      *          audit trail -- no more waiting for someone to
      *          remember. On a transfer the ids' current authority
      *          is appended to the transfer review file, for the
      *          new department's manager to confirm or have revoked
      *          through USER-AUTHORITY-MAINTENANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVOKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO
               'src/user-credentials.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CRED.
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * one line per authority row held by a transferred person's
      * user ids, for the receiving manager's confirmation
           SELECT TRANSFER-REVIEW-FILE ASSIGN TO
               'src/transfer-access-review.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REVIEW.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD CREDENTIALS-FILE.
       01 CREDENTIALS-REC.
           05 UC-USER-ID     PIC X(08).
           05 UC-COMMA-1     PIC X(01).
           05 UC-PASSWORD    PIC X(12).
           05 UC-COMMA-2     PIC X(01).
           05 UC-EXPIRY-DATE PIC 9(08).
           05 UC-COMMA-3     PIC X(01).
           05 UC-FAIL-COUNT  PIC 9(01).
           05 UC-COMMA-4     PIC X(01).
           05 UC-LOCKED      PIC X(01).
           05 UC-COMMA-5     PIC X(01).
           05 UC-EMPLOYEE-ID PIC 9(06).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD TRANSFER-REVIEW-FILE.
       01 TRANSFER-REVIEW-REC.
           05 TR-REVIEW-DATE PIC 9(08).
           05 TR-COMMA-1     PIC X(01).
           05 TR-EMPLOYEE-ID PIC 9(06).
           05 TR-COMMA-2     PIC X(01).
           05 TR-NEW-DEPT    PIC X(04).
           05 TR-COMMA-3     PIC X(01).
           05 TR-USER-ID     PIC X(08).
           05 TR-COMMA-4     PIC X(01).
           05 TR-MASTER      PIC X(04).
           05 TR-COMMA-5     PIC X(01).
           05 TR-LETTERS     PIC X(05).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram, one per lock and per revoked row
       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-FS-STATUS-CRED   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUTH   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REVIEW PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-CRED-END         PIC X(01) VALUE 'N'.
       01 WS-AUTH-END         PIC X(01) VALUE 'N'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * the whole credentials file, held so a lock can be written
      * back in place the way USER-SIGNON writes back a failure
       01 WS-CRED-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-CRED-TABLE.
           05 WS-CRED-ENTRY OCCURS 50 TIMES.
               10 WS-CRED-USER     PIC X(08).
               10 WS-CRED-PASSWORD PIC X(12).
               10 WS-CRED-EXPIRY   PIC 9(08).
               10 WS-CRED-FAILS    PIC 9(01).
               10 WS-CRED-LOCKED   PIC X(01).
               10 WS-CRED-EMPLOYEE PIC 9(06).
       01 WS-CRED-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-CRED-DIRTY PIC X(01) VALUE 'N'.

      * the user ids linked to the employee
       01 WS-LINK-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-LINK-TABLE.
           05 WS-LINK-USER PIC X(08) OCCURS 10 TIMES.
       01 WS-LINK-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-LINKED     PIC X(01) VALUE 'N'.

      * the whole authority table, kept in the order it was read;
      * a revoked row is dropped when the table is written back
       01 WS-AUTH-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
               10 WS-AUTH-REVOKED PIC X(01).
       01 WS-AUTH-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-USER-ROWS  PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       COPY 'src/DATA-ACCESS-REVOKE.CPY'.

       PROCEDURE DIVISION USING ACCESS-REVOKE-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZEROS TO AX-USERS-FOUND
           MOVE ZEROS TO AX-ROWS
           MOVE SPACES TO AX-MESSAGE
           MOVE ZEROS TO WS-CRED-COUNT
           MOVE ZEROS TO WS-LINK-COUNT
           MOVE ZEROS TO WS-AUTH-COUNT
           MOVE 'N' TO WS-CRED-DIRTY
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0100-LOAD-CREDENTIALS
           IF AX-MESSAGE NOT = SPACES
               GOBACK
           END-IF
           IF WS-LINK-COUNT = ZEROS
               MOVE 'NO USER ID LINKED TO THE EMPLOYEE' TO AX-MESSAGE
               GOBACK
           END-IF
           MOVE WS-LINK-COUNT TO AX-USERS-FOUND
           PERFORM 0200-LOAD-AUTHORITY
           IF AX-MESSAGE NOT = SPACES
               GOBACK
           END-IF
           EVALUATE AX-FUNCTION
               WHEN 'TERM'
                   PERFORM 0300-REVOKE-ALL
               WHEN 'LIST'
                   PERFORM 0500-LIST-FOR-REVIEW
               WHEN OTHER
                   MOVE 'UNKNOWN ACCESS-REVOKE FUNCTION' TO
                       AX-MESSAGE
           END-EVALUATE
           GOBACK.

       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * the credentials are read whole; an employee's ids are the
      * ones carrying the employee id. No credentials file means no
      * ids are linked on this box.
       0100-LOAD-CREDENTIALS.
           MOVE 'N' TO WS-CRED-END
           OPEN INPUT CREDENTIALS-FILE
           IF WS-FS-STATUS-CRED NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRED-END = 'S'
               READ CREDENTIALS-FILE
                   AT END
                       MOVE 'S' TO WS-CRED-END
                   NOT AT END
                       IF WS-CRED-COUNT >= 50
                           MOVE 'CREDENTIALS EXCEED THE 50-ENTRY TABLE'
                               TO AX-MESSAGE
                           MOVE 'S' TO WS-CRED-END
                       ELSE
                           PERFORM 0110-HOLD-ONE-CREDENTIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDENTIALS-FILE.

       0110-HOLD-ONE-CREDENTIAL.
           ADD 1 TO WS-CRED-COUNT
           MOVE UC-USER-ID TO WS-CRED-USER (WS-CRED-COUNT)
           MOVE UC-PASSWORD TO WS-CRED-PASSWORD (WS-CRED-COUNT)
           MOVE UC-EXPIRY-DATE TO WS-CRED-EXPIRY (WS-CRED-COUNT)
           MOVE UC-FAIL-COUNT TO WS-CRED-FAILS (WS-CRED-COUNT)
           MOVE UC-LOCKED TO WS-CRED-LOCKED (WS-CRED-COUNT)
           IF UC-EMPLOYEE-ID IS NUMERIC
               MOVE UC-EMPLOYEE-ID TO WS-CRED-EMPLOYEE (WS-CRED-COUNT)
           ELSE
               MOVE ZEROS TO WS-CRED-EMPLOYEE (WS-CRED-COUNT)
           END-IF
           IF WS-CRED-EMPLOYEE (WS-CRED-COUNT) = AX-EMPLOYEE-ID
                   AND AX-EMPLOYEE-ID NOT = ZEROS
                   AND WS-LINK-COUNT < 10
               ADD 1 TO WS-LINK-COUNT
               MOVE UC-USER-ID TO WS-LINK-USER (WS-LINK-COUNT)
           END-IF.

      * the table is written back whole, so it must fit whole; an
      * overrun leaves the file untouched and says so
       0200-LOAD-AUTHORITY.
           MOVE 'N' TO WS-AUTH-END
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-END = 'S'
               READ USER-AUTHORITY-FILE
                   AT END
                       MOVE 'S' TO WS-AUTH-END
                   NOT AT END
                       IF WS-AUTH-COUNT >= 100
                           MOVE 'AUTHORITY EXCEEDS THE 100-ENTRY TABLE'
                               TO AX-MESSAGE
                           MOVE 'S' TO WS-AUTH-END
                       ELSE
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE UA-USER-ID TO
                               WS-AUTH-USER (WS-AUTH-COUNT)
                           MOVE UA-MASTER-ID TO
                               WS-AUTH-MASTER (WS-AUTH-COUNT)
                           MOVE UA-ACTIONS TO
                               WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                           MOVE 'N' TO
                               WS-AUTH-REVOKED (WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

      * a termination: every linked id locked, every row it holds
      * revoked, each on the audit trail, both files written back
       0300-REVOKE-ALL.
           MOVE ZEROS TO WS-CRED-IDX
           PERFORM UNTIL WS-CRED-IDX = WS-CRED-COUNT
               ADD 1 TO WS-CRED-IDX
               PERFORM 0350-CHECK-LINKED-CRED
               IF WS-LINKED = 'Y'
                       AND WS-CRED-LOCKED (WS-CRED-IDX) NOT = 'L'
                   MOVE 'L' TO WS-CRED-LOCKED (WS-CRED-IDX)
                   MOVE 'Y' TO WS-CRED-DIRTY
                   MOVE SPACES TO AUDIT-TRAIL-REC
                   MOVE 'LOCKED ON TERMINATION' TO AT-ACTION
                   STRING 'USER ' WS-CRED-USER (WS-CRED-IDX)
                       ' EMPLOYEE ' AX-EMPLOYEE-ID
                       DELIMITED BY SIZE INTO AT-DETAIL
                   PERFORM 0800-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
               ADD 1 TO WS-AUTH-IDX
               PERFORM 0360-CHECK-LINKED-AUTH
               IF WS-LINKED = 'Y'
                   MOVE 'Y' TO WS-AUTH-REVOKED (WS-AUTH-IDX)
                   ADD 1 TO AX-ROWS
                   MOVE SPACES TO AUDIT-TRAIL-REC
                   MOVE 'REVOKED ON TERMINATION' TO AT-ACTION
                   STRING 'USER ' WS-AUTH-USER (WS-AUTH-IDX) ' '
                       WS-AUTH-MASTER (WS-AUTH-IDX) ' '
                       WS-AUTH-ACTIONS (WS-AUTH-IDX)
                       DELIMITED BY SIZE INTO AT-DETAIL
                   PERFORM 0800-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM
           IF WS-CRED-DIRTY = 'Y'
               PERFORM 0400-REWRITE-CREDENTIALS
           END-IF
           IF AX-ROWS > ZEROS
               PERFORM 0410-REWRITE-AUTHORITY
           END-IF
           STRING 'ACCESS: ' AX-USERS-FOUND ' IDS LOCKED, '
               AX-ROWS ' ROWS REVOKED'
               DELIMITED BY SIZE INTO AX-MESSAGE.

       0350-CHECK-LINKED-CRED.
           MOVE 'N' TO WS-LINKED
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-LINK-USER (WS-LINK-IDX) =
                       WS-CRED-USER (WS-CRED-IDX)
                   MOVE 'Y' TO WS-LINKED
               END-IF
           END-PERFORM.

       0360-CHECK-LINKED-AUTH.
           MOVE 'N' TO WS-LINKED
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-LINK-USER (WS-LINK-IDX) =
                       WS-AUTH-USER (WS-AUTH-IDX)
                   MOVE 'Y' TO WS-LINKED
               END-IF
           END-PERFORM.

       0400-REWRITE-CREDENTIALS.
           OPEN OUTPUT CREDENTIALS-FILE
           IF WS-FS-STATUS-CRED NOT = '00'
               DISPLAY 'ACCESS-REVOKE: ERROR REWRITING CREDENTIALS, '
                   'STATUS: ' WS-FS-STATUS-CRED
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CRED-IDX
           PERFORM UNTIL WS-CRED-IDX = WS-CRED-COUNT
               ADD 1 TO WS-CRED-IDX
               MOVE WS-CRED-USER (WS-CRED-IDX) TO UC-USER-ID
               MOVE ',' TO UC-COMMA-1
               MOVE WS-CRED-PASSWORD (WS-CRED-IDX) TO UC-PASSWORD
               MOVE ',' TO UC-COMMA-2
               MOVE WS-CRED-EXPIRY (WS-CRED-IDX) TO UC-EXPIRY-DATE
               MOVE ',' TO UC-COMMA-3
               MOVE WS-CRED-FAILS (WS-CRED-IDX) TO UC-FAIL-COUNT
               MOVE ',' TO UC-COMMA-4
               MOVE WS-CRED-LOCKED (WS-CRED-IDX) TO UC-LOCKED
               MOVE ',' TO UC-COMMA-5
               MOVE WS-CRED-EMPLOYEE (WS-CRED-IDX) TO UC-EMPLOYEE-ID
               WRITE CREDENTIALS-REC
           END-PERFORM
           CLOSE CREDENTIALS-FILE.

       0410-REWRITE-AUTHORITY.
           OPEN OUTPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'ACCESS-REVOKE: ERROR REWRITING AUTHORITY, '
                   'STATUS: ' WS-FS-STATUS-AUTH
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-REVOKED (WS-AUTH-IDX) = 'N'
                   MOVE WS-AUTH-USER (WS-AUTH-IDX) TO UA-USER-ID
                   MOVE ',' TO UA-COMMA-1
                   MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO UA-MASTER-ID
                   MOVE ',' TO UA-COMMA-2
                   MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) TO UA-ACTIONS
                   WRITE USER-AUTHORITY-REC
               END-IF
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

      * a transfer: each linked id's rows go on the review file; an
      * id holding nothing still gets a line, so the manager knows
      * it exists
       0500-LIST-FOR-REVIEW.
           OPEN EXTEND TRANSFER-REVIEW-FILE
           IF WS-FS-STATUS-REVIEW = '35'
               OPEN OUTPUT TRANSFER-REVIEW-FILE
           END-IF
           IF WS-FS-STATUS-REVIEW NOT = '00'
               MOVE SPACES TO AX-MESSAGE
               STRING 'REVIEW FILE NOT OPENED, STATUS: '
                   WS-FS-STATUS-REVIEW
                   DELIMITED BY SIZE INTO AX-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE ZEROS TO WS-USER-ROWS
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-USER (WS-AUTH-IDX) =
                           WS-LINK-USER (WS-LINK-IDX)
                       ADD 1 TO WS-USER-ROWS
                       ADD 1 TO AX-ROWS
                       PERFORM 0550-BUILD-REVIEW-LINE
                       MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO TR-MASTER
                       MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) TO
                           TR-LETTERS
                       WRITE TRANSFER-REVIEW-REC
                   END-IF
               END-PERFORM
               IF WS-USER-ROWS = ZEROS
                   PERFORM 0550-BUILD-REVIEW-LINE
                   MOVE 'NONE' TO TR-MASTER
                   MOVE SPACES TO TR-LETTERS
                   WRITE TRANSFER-REVIEW-REC
               END-IF
           END-PERFORM
           CLOSE TRANSFER-REVIEW-FILE
           STRING 'ACCESS: ' AX-ROWS ' ROW(S) LISTED FOR REVIEW'
               DELIMITED BY SIZE INTO AX-MESSAGE.

       0550-BUILD-REVIEW-LINE.
           MOVE SPACES TO TRANSFER-REVIEW-REC
           MOVE WS-BUSINESS-DATE TO TR-REVIEW-DATE
           MOVE ',' TO TR-COMMA-1
           MOVE AX-EMPLOYEE-ID TO TR-EMPLOYEE-ID
           MOVE ',' TO TR-COMMA-2
           MOVE AX-NEW-DEPT TO TR-NEW-DEPT
           MOVE ',' TO TR-COMMA-3
           MOVE WS-LINK-USER (WS-LINK-IDX) TO TR-USER-ID
           MOVE ',' TO TR-COMMA-4
           MOVE ',' TO TR-COMMA-5.

      * the caller's program and keying user go on every entry
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE AX-PROGRAM TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE AX-KEYED-BY TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.
