      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly check that nobody who has left still has a
      *          way in. Every user id on the credentials file that
      *          carries an employee id is matched to the person
      *          file; an id whose employee's end date has been
      *          reached and that is still unlocked, or still holds
      *          any row on the user authority table, is reported
      *          with what it still holds and raised as a warning
      *          alert. PERSON-MAINTENANCE locks and revokes at
      *          termination through ACCESS-REVOKE, so anything found
      *          here was keyed around it -- a hand-edited file, an
      *          id linked after the termination, a revoke that
      *          failed. An id linked to an employee the person file
      *          does not know is listed as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMINATED-ACCESS-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO 'src/person.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERSON.
           SELECT CREDENTIALS-FILE ASSIGN TO
               'src/user-credentials.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CRED.
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD PERSON-FILE.
       01 PERSON-REC.
           05 PS-NAME            PIC X(10).
           05 PS-SPACE-1         PIC X(01).
           05 PS-AGE             PIC 9(02).
           05 PS-SPACE-2         PIC X(01).
           05 PS-EMPLOYEE-ID     PIC 9(06).
           05 PS-SPACE-3         PIC X(01).
           05 PS-HIRE-DATE       PIC X(10).
           05 PS-SPACE-4         PIC X(01).
           05 PS-DEPARTMENT-CODE PIC X(04).
           05 PS-SPACE-5         PIC X(01).
           05 PS-END-DATE        PIC 9(08).
      * pay type, rate and prior rate, kept for PAYROLL-REGISTER,
      * and the manager ORG-CHART-REPORT draws the tree from
           05 FILLER             PIC X(40).

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

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 TERM-REPORT-LINE PIC X(100).

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

       01 WS-FS-STATUS-PERSON PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CRED   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUTH   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-PERSON-END       PIC X(01) VALUE 'N'.
       01 WS-CRED-END         PIC X(01) VALUE 'N'.
       01 WS-AUTH-END         PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the person file: employee id, name and end date
       01 WS-PERS-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-PERS-TABLE.
           05 WS-PERS-ENTRY OCCURS 200 TIMES.
               10 WS-PR-ID       PIC 9(06).
               10 WS-PR-NAME     PIC X(10).
               10 WS-PR-END-DATE PIC 9(08).
       01 WS-PERS-IDX PIC 9(03) VALUE ZEROS.
       01 WS-HIT-IDX  PIC 9(03) VALUE ZEROS.

      * the authority table: user and master, to count and name what
      * a leaver still holds
       01 WS-AUTH-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
       01 WS-AUTH-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-ROWS-HELD  PIC 9(03) VALUE ZEROS.
       01 WS-MASTERS-HELD PIC X(30) VALUE SPACES.
       01 WS-MASTERS-SLOT PIC 9(02) VALUE ZEROS.

       01 WS-IDS-CHECKED     PIC 9(05) VALUE ZEROS.
       01 WS-EXPOSURE-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-UNKNOWN-COUNT   PIC 9(05) VALUE ZEROS.

       01 WS-EXPOSURE-LINE.
           05 EL-USER      PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-EMPLOYEE  PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-NAME      PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-END-DATE  PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-LOCKED    PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-ROWS      PIC ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EL-MASTERS   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'TERMINATED-ACCESS-CHECK' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           PERFORM 0100-LOAD-PERSON-FILE
           PERFORM 0200-LOAD-AUTHORITY

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'TERMINATED-ACCESS-CHECK' TO RW-PROGRAM-ID
           MOVE 'ACCESS HELD BY TERMINATED EMPLOYEES' TO
               RW-REPORT-TITLE
           MOVE 'src/terminated-access-report.txt' TO RW-REPORT-PATH
           MOVE 'USER ID   EMPLOY  NAME        LEFT      CREDS'
               TO RW-COLUMN-HEAD-1
           MOVE 'ROWS MASTERS HELD' TO RW-COLUMN-HEAD-1 (51:17)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CREDENTIALS-FILE
           IF WS-FS-STATUS-CRED = '00'
               PERFORM UNTIL WS-CRED-END = 'S'
                   READ CREDENTIALS-FILE
                       AT END
                           MOVE 'S' TO WS-CRED-END
                       NOT AT END
                           PERFORM 0300-CHECK-ONE-ID
                   END-READ
               END-PERFORM
               CLOSE CREDENTIALS-FILE
           ELSE
               MOVE 'NO CREDENTIALS FILE -- NO USER IDS ARE LINKED'
                   TO TERM-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           END-IF

           MOVE 'LINKED IDS CHECKED' TO RW-COUNT-LABEL (1)
           MOVE WS-IDS-CHECKED TO RW-COUNT-VALUE (1)
           MOVE 'LEAVERS WITH ACCESS' TO RW-COUNT-LABEL (2)
           MOVE WS-EXPOSURE-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'UNKNOWN EMPLOYEE IDS' TO RW-COUNT-LABEL (3)
           MOVE WS-UNKNOWN-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Linked ids checked:   ' WS-IDS-CHECKED
           DISPLAY 'Leavers with access:  ' WS-EXPOSURE-COUNT
           DISPLAY 'Unknown employee ids: ' WS-UNKNOWN-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-EXPOSURE-COUNT > ZEROS OR WS-UNKNOWN-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
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

       0100-LOAD-PERSON-FILE.
           OPEN INPUT PERSON-FILE
           IF WS-FS-STATUS-PERSON NOT = '00'
               DISPLAY 'PERSON FILE NOT ON HAND, STATUS: '
                   WS-FS-STATUS-PERSON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERSON-END = 'S'
               READ PERSON-FILE
                   AT END
                       MOVE 'S' TO WS-PERSON-END
                   NOT AT END
                       IF WS-PERS-COUNT >= 200
                           DISPLAY 'RUN STOPPED: PERSON FILE '
                               'EXCEEDS THE 200-ENTRY TABLE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PERS-COUNT
                       MOVE PS-EMPLOYEE-ID TO WS-PR-ID (WS-PERS-COUNT)
                       MOVE PS-NAME TO WS-PR-NAME (WS-PERS-COUNT)
                       IF PS-END-DATE IS NUMERIC
                           MOVE PS-END-DATE TO
                               WS-PR-END-DATE (WS-PERS-COUNT)
                       ELSE
                           MOVE ZEROS TO
                               WS-PR-END-DATE (WS-PERS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

       0200-LOAD-AUTHORITY.
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
                           DISPLAY 'RUN STOPPED: USER AUTHORITY '
                               'FILE EXCEEDS THE 100-ENTRY TABLE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE UA-USER-ID TO WS-AUTH-USER (WS-AUTH-COUNT)
                       MOVE UA-MASTER-ID TO
                           WS-AUTH-MASTER (WS-AUTH-COUNT)
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

      * one credentials entry: a service id (no employee) is not
      * this check's business; a linked id is judged by its
      * employee's end date
       0300-CHECK-ONE-ID.
           IF UC-EMPLOYEE-ID NOT NUMERIC OR UC-EMPLOYEE-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IDS-CHECKED
           MOVE ZEROS TO WS-HIT-IDX
           PERFORM VARYING WS-PERS-IDX FROM 1 BY 1
                   UNTIL WS-PERS-IDX > WS-PERS-COUNT
                   OR WS-HIT-IDX > ZEROS
               IF WS-PR-ID (WS-PERS-IDX) = UC-EMPLOYEE-ID
                   MOVE WS-PERS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           PERFORM 0350-COUNT-ROWS-HELD
           MOVE UC-USER-ID TO EL-USER
           MOVE UC-EMPLOYEE-ID TO EL-EMPLOYEE
           IF UC-LOCKED = 'L'
               MOVE 'LOCKED' TO EL-LOCKED
           ELSE
               MOVE 'OPEN' TO EL-LOCKED
           END-IF
           MOVE WS-ROWS-HELD TO EL-ROWS
           MOVE WS-MASTERS-HELD TO EL-MASTERS
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE 'UNKNOWN' TO EL-NAME
               MOVE ZEROS TO EL-END-DATE
               MOVE WS-EXPOSURE-LINE TO TERM-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-END-DATE (WS-HIT-IDX) = ZEROS
                   OR WS-PR-END-DATE (WS-HIT-IDX) > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           IF UC-LOCKED = 'L' AND WS-ROWS-HELD = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPOSURE-COUNT
           MOVE WS-PR-NAME (WS-HIT-IDX) TO EL-NAME
           MOVE WS-PR-END-DATE (WS-HIT-IDX) TO EL-END-DATE
           MOVE WS-EXPOSURE-LINE TO TERM-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'W' TO AL-SEVERITY
           MOVE SPACES TO AL-MESSAGE
           STRING 'LEAVER ' UC-EMPLOYEE-ID ' STILL HAS ACCESS AS '
               UC-USER-ID
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 0800-RAISE-ALERT.

      * the rows the id still holds, and the first masters by name
       0350-COUNT-ROWS-HELD.
           MOVE ZEROS TO WS-ROWS-HELD
           MOVE SPACES TO WS-MASTERS-HELD
           MOVE 1 TO WS-MASTERS-SLOT
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-USER (WS-AUTH-IDX) = UC-USER-ID
                   ADD 1 TO WS-ROWS-HELD
                   IF WS-MASTERS-SLOT < 27
                       MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO
                           WS-MASTERS-HELD (WS-MASTERS-SLOT:4)
                       ADD 5 TO WS-MASTERS-SLOT
                   END-IF
               END-IF
           END-PERFORM.

       0800-RAISE-ALERT.
           MOVE 'TERMINATED-ACCESS-CHECK' TO AL-SOURCE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE TERM-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
