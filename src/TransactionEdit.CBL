      ******************************************************************
      * Author:
      * Date:
      * Purpose: edit pass over the maintenance transaction files,
      *          run before any master is opened. The city,
      *          customer, student and person transaction files each
      *          carry a header and a trailer (DATA-TRANS-CONTROL.CPY)
      *          with the transaction count and a hash total; this
      *          program reads every file on hand end to end and
      *          proves the structure and the totals, then edits
      *          each transaction -- action code, field formats and
      *          the keying user's authority on user-authority.txt --
      *          and prints every error on the edit report. A file
      *          short of its trailer, or whose count or hash total
      *          does not agree, failed in transfer or was half
      *          keyed, and no acceptance passes it. A file with
      *          transaction errors stands unaccepted until the
      *          operator names it, with the number of errors listed,
      *          on the acceptance file and the edit is run again;
      *          only the errors the report listed can be accepted
      *          that way, and the acceptance goes on the audit trail.
      *          The verdict per file goes on the edit status file
      *          beside the transactions, where TRANS-EDIT-GATE holds
      *          each maintenance program to it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTION-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the transaction file being edited, one after another
           SELECT EDIT-TRANS-FILE ASSIGN TO
               DYNAMIC WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.

      * the edit's verdicts, kept beside the transaction files
           SELECT EDIT-STATUS-FILE ASSIGN TO
               DYNAMIC WS-STATUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-EDIT.

      * the operator's acceptances: file id, accepting user and the
      * number of listed errors accepted
           SELECT EDIT-ACCEPT-FILE ASSIGN TO
               'src/transaction-edit-accept.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ACCEPT.

           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * environment-to-directory mapping the city and customer
      * maintenance programs resolve their transaction files by, so
      * this edit reads the same files they will apply
           SELECT ENV-PATHS-FILE ASSIGN TO 'src/env-paths.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENVP.

       DATA DIVISION.
       FILE SECTION.
       FD EDIT-TRANS-FILE.
       01 EDIT-TRANS-LINE PIC X(400).
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

       FD EDIT-STATUS-FILE.
       COPY 'src/DATA-TRANS-EDIT.CPY'.

       FD EDIT-ACCEPT-FILE.
       01 EDIT-ACCEPT-REC.
           05 EA-FILE-ID     PIC X(04).
           05 EA-COMMA-1     PIC X(01).
           05 EA-USER-ID     PIC X(08).
           05 EA-COMMA-2     PIC X(01).
           05 EA-ERROR-COUNT PIC 9(05).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD ENV-PATHS-FILE.
       01 ENV-PATHS-REC.
           05 EV-ENV-CODE  PIC X(04).
           05 EV-COMMA     PIC X(01).
           05 EV-DIRECTORY PIC X(20).

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
       01 EDIT-REPORT-LINE PIC X(132).

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

      * an acceptance is written to the shared audit trail through
      * AUDIT-WRITER, naming who passed which errors
       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-FS-STATUS-TRANS  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-EDIT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ACCEPT PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUTH   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENVP   PIC X(02) VALUE '00'.
       01 WS-TRANS-END        PIC X(01) VALUE 'N'.
       01 WS-EDIT-END         PIC X(01) VALUE 'N'.
       01 WS-ACCEPT-END       PIC X(01) VALUE 'N'.
       01 WS-AUTH-END         PIC X(01) VALUE 'N'.
       01 WS-ENVP-END         PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-ENV-DIR          PIC X(20) VALUE 'src/'.
       01 WS-TRANS-PATH       PIC X(60) VALUE SPACES.
       01 WS-STATUS-PATH      PIC X(60) VALUE SPACES.
       01 WS-STATUS-NAME      PIC X(30) VALUE
           'transaction-edit-status.txt'.
       01 WS-DIR-LEN          PIC 9(02) VALUE ZEROS.

      * OCCURS items cannot each carry their own VALUE clause, so the
      * file list is laid out as individual FILLER groups and
      * redefined as a table, the same trick used for
      * WS-DAYS-IN-MONTH-TABLE in VariablesHierarchy.CBL. Per file:
      * its id (which is also the master id its authority rows
      * carry), the default path, whether the path follows the
      * environment mapping the way its maintenance program's does,
      * where the hash field sits on a line and how long it is, and
      * the action codes its maintenance program applies
       01 WS-FILE-VALUES.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CITY'.
               10 FILLER PIC X(40) VALUE
                   'src/city-transactions.txt'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC 9(03) VALUE 034.
               10 FILLER PIC 9(02) VALUE 09.
               10 FILLER PIC X(15) VALUE 'ACDFMXIV'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CUST'.
               10 FILLER PIC X(40) VALUE
                   'src/customer-transactions.txt'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC 9(03) VALUE 003.
               10 FILLER PIC 9(02) VALUE 06.
               10 FILLER PIC X(15) VALUE 'ACIEGVKRQMNPUX'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'STUD'.
               10 FILLER PIC X(40) VALUE
                   'src/student-transactions.txt'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 003.
               10 FILLER PIC 9(02) VALUE 06.
               10 FILLER PIC X(15) VALUE 'ACDIS'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'PERS'.
               10 FILLER PIC X(40) VALUE
                   'src/person-transactions.txt'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 003.
               10 FILLER PIC 9(02) VALUE 06.
               10 FILLER PIC X(15) VALUE 'HTEIRM'.
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05 WS-FILE-ENTRY OCCURS 4 TIMES.
               10 WS-FL-ID          PIC X(04).
               10 WS-FL-PATH        PIC X(40).
               10 WS-FL-ENV         PIC X(01).
               10 WS-FL-HASH-START  PIC 9(03).
               10 WS-FL-HASH-LENGTH PIC 9(02).
               10 WS-FL-ACTIONS     PIC X(15).
       01 WS-FL-IDX PIC 9(01) VALUE ZEROS.

      * the file under edit: where it is in the read, what its
      * control records said and what the transactions add up to
       01 WS-LINE-NUMBER      PIC 9(07) VALUE ZEROS.
       01 WS-DETAIL-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-HASH-TOTAL       PIC 9(15) VALUE ZEROS.
       01 WS-HASH-FIELD       PIC 9(15) VALUE ZEROS.
       01 WS-HEADER-SEEN      PIC X(01) VALUE 'N'.
       01 WS-HEADER-MISSING   PIC X(01) VALUE 'N'.
       01 WS-TRAILER-SEEN     PIC X(01) VALUE 'N'.
       01 WS-TRAILER-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-TRAILER-HASH     PIC 9(15) VALUE ZEROS.
       01 WS-CONTROL-ERRORS   PIC 9(05) VALUE ZEROS.
       01 WS-TRANS-ERRORS     PIC 9(05) VALUE ZEROS.
       01 WS-FILE-RESULT      PIC X(01) VALUE SPACE.
       01 WS-ACCEPTED-BY      PIC X(08) VALUE SPACES.
       01 WS-EDIT-TIME        PIC 9(08) VALUE ZEROS.

      * the transaction on hand: its action, its keying user and the
      * first reason it fails the edit (spaces while it passes)
       01 WS-ACTION-CODE      PIC X(01) VALUE SPACE.
       01 WS-LINE-USER        PIC X(08) VALUE SPACES.
       01 WS-EDIT-REASON      PIC X(50) VALUE SPACES.
       01 WS-ACTION-SCAN      PIC 9(02) VALUE ZEROS.
       01 WS-ACTION-OK        PIC X(01) VALUE 'N'.

      * the four transaction layouts, laid over the line as read;
      * field for field as each maintenance program's FD has them
       01 WS-CITY-TRANS.
           05 EC-ACTION         PIC X(01).
           05 EC-COMMA-1        PIC X(01).
           05 EC-NAME           PIC X(30).
           05 FILLER            PIC X(01).
           05 EC-POPULATION     PIC X(09).
           05 FILLER            PIC X(01).
           05 EC-STATE          PIC X(20).
           05 FILLER            PIC X(01).
           05 EC-COUNTRY        PIC X(20).
           05 FILLER            PIC X(01).
           05 EC-TIME-ZONE      PIC X(10).
           05 FILLER            PIC X(01).
           05 EC-USER-ID        PIC X(08).
           05 FILLER            PIC X(01).
           05 EC-NEW-NAME       PIC X(30).
           05 FILLER            PIC X(01).
           05 EC-CITY-CODE      PIC X(06).
           05 FILLER            PIC X(01).
           05 EC-EFFECTIVE-DATE PIC X(08).
           05 FILLER            PIC X(01).
           05 EC-LAST-UPDATE    PIC X(16).
           05 FILLER            PIC X(232).
       01 WS-CUST-TRANS.
           05 EK-ACTION         PIC X(01).
           05 EK-COMMA-1        PIC X(01).
           05 EK-CUSTOMER-NUMBER PIC X(06).
           05 FILLER            PIC X(01).
           05 EK-NAME           PIC X(50).
           05 FILLER            PIC X(01).
           05 EK-AGE            PIC X(02).
           05 FILLER            PIC X(01).
           05 EK-NATIONALITY    PIC X(50).
           05 FILLER            PIC X(01).
           05 EK-CITY-NAME      PIC X(30).
           05 FILLER            PIC X(01).
           05 EK-DEP-NAME       PIC X(50).
           05 FILLER            PIC X(01).
           05 EK-DEP-AGE        PIC X(02).
           05 FILLER            PIC X(01).
           05 EK-DEP-BIRTH-DATE PIC X(08).
           05 FILLER            PIC X(01).
           05 EK-DEP-RELATIONSHIP PIC X(15).
           05 FILLER            PIC X(01).
           05 EK-USER-ID        PIC X(08).
           05 FILLER            PIC X(01).
           05 EK-MERGE-NUMBER   PIC X(06).
           05 FILLER            PIC X(01).
           05 EK-STREET-ADDRESS PIC X(40).
           05 FILLER            PIC X(01).
           05 EK-POSTAL-CODE    PIC X(10).
           05 FILLER            PIC X(01).
           05 EK-PHONE          PIC X(15).
           05 FILLER            PIC X(01).
           05 EK-DO-NOT-MAIL    PIC X(01).
           05 FILLER            PIC X(01).
           05 EK-DO-NOT-CALL    PIC X(01).
           05 FILLER            PIC X(01).
           05 EK-DEATH-DATE     PIC X(08).
           05 FILLER            PIC X(01).
           05 EK-LAST-UPDATE    PIC X(16).
           05 FILLER            PIC X(63).
       01 WS-STUD-TRANS.
           05 ES-ACTION         PIC X(01).
           05 ES-COMMA-1        PIC X(01).
           05 ES-STUDENT-ID     PIC X(06).
           05 FILLER            PIC X(01).
           05 ES-NAME           PIC X(20).
           05 FILLER            PIC X(01).
           05 ES-ENROLL-STATUS  PIC X(01).
           05 FILLER            PIC X(01).
           05 ES-ENROLL-DATE    PIC X(08).
           05 FILLER            PIC X(01).
           05 ES-USER-ID        PIC X(08).
           05 FILLER            PIC X(01).
           05 ES-LAST-UPDATE    PIC X(16).
           05 FILLER            PIC X(334).
       01 WS-PERS-TRANS.
           05 EP-ACTION         PIC X(01).
           05 EP-COMMA-1        PIC X(01).
           05 EP-EMPLOYEE-ID    PIC X(06).
           05 FILLER            PIC X(01).
           05 EP-NAME           PIC X(10).
           05 FILLER            PIC X(01).
           05 EP-AGE            PIC X(02).
           05 FILLER            PIC X(01).
           05 EP-HIRE-DATE      PIC X(10).
           05 FILLER            PIC X(01).
           05 EP-DEPARTMENT     PIC X(04).
           05 FILLER            PIC X(01).
           05 EP-END-DATE       PIC X(08).
           05 FILLER            PIC X(01).
           05 EP-USER-ID        PIC X(08).
           05 FILLER            PIC X(01).
           05 EP-PAY-TYPE       PIC X(01).
           05 FILLER            PIC X(01).
           05 EP-PAY-RATE       PIC X(09).
           05 FILLER            PIC X(01).
           05 EP-RATE-EFF-DATE  PIC X(08).
           05 FILLER            PIC X(01).
           05 EP-MANAGER-ID     PIC X(06).
           05 FILLER            PIC X(316).

      * the authority table: the keying user must hold the action's
      * letter on the file's master, the check the maintenance
      * program itself makes when it applies the transaction
       01 WS-AUTH-IN-FORCE    PIC X(01) VALUE 'N'.
       01 WS-AUTH-COUNT       PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
       01 WS-AUTH-IDX         PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-SCAN        PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-OK          PIC X(01) VALUE 'N'.
       01 WS-AUTH-CHECK-CODE  PIC X(01) VALUE SPACE.
       01 WS-AUTH-CHECK-USER  PIC X(08) VALUE SPACES.

      * the operator's acceptances for this run
       01 WS-ACC-COUNT        PIC 9(02) VALUE ZEROS.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 10 TIMES.
               10 WS-ACC-FILE-ID  PIC X(04).
               10 WS-ACC-USER     PIC X(08).
               10 WS-ACC-ERRORS   PIC 9(05).
       01 WS-ACC-IDX          PIC 9(02) VALUE ZEROS.
       01 WS-ACC-FOUND        PIC 9(02) VALUE ZEROS.

      * the edit status file being rewritten: every other file's
      * verdict is carried over as it stood
       01 WS-ST-COUNT         PIC 9(02) VALUE ZEROS.
       01 WS-ST-TABLE.
           05 WS-ST-LINE PIC X(63) OCCURS 20 TIMES.
       01 WS-ST-IDX           PIC 9(02) VALUE ZEROS.
       01 WS-ST-FOUND         PIC 9(02) VALUE ZEROS.

      * run totals for the report trailer and the console
       01 WS-FILES-EDITED     PIC 9(05) VALUE ZEROS.
       01 WS-FILES-HELD       PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-TRANS      PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-ERRORS     PIC 9(07) VALUE ZEROS.

       01 WS-ERROR-LINE.
           05 EL-FILE-ID    PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EL-LINE       PIC ZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EL-TRANSACTION PIC X(50).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EL-REASON     PIC X(50).
       01 WS-EDIT-COUNT     PIC ZZZZZZ9.
       01 WS-EDIT-HASH      PIC Z(14)9.
       01 WS-EDIT-OTHER     PIC ZZZZZZ9.
       01 WS-EDIT-OTHER-HASH PIC Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0045-RESOLVE-ENV-DIR
           MOVE 'START' TO JL-FUNCTION
           MOVE 'TRANSACTION-EDIT' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0070-LOAD-ACCEPTANCES

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'TRANSACTION-EDIT' TO RW-PROGRAM-ID
           MOVE 'MAINTENANCE TRANSACTION EDIT' TO RW-REPORT-TITLE
           MOVE 'src/transaction-edit-report.txt' TO RW-REPORT-PATH
           MOVE 'FILE     LINE  TRANSACTION' TO RW-COLUMN-HEAD-1
           MOVE 'ERROR' TO RW-COLUMN-HEAD-1 (68:5)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > 4
               PERFORM 1000-EDIT-ONE-FILE
           END-PERFORM

           MOVE 'FILES EDITED' TO RW-COUNT-LABEL (1)
           MOVE WS-FILES-EDITED TO RW-COUNT-VALUE (1)
           MOVE 'TRANSACTIONS EDITED' TO RW-COUNT-LABEL (2)
           MOVE WS-TOTAL-TRANS TO RW-COUNT-VALUE (2)
           MOVE 'FILES HELD FROM UPDATE' TO RW-COUNT-LABEL (3)
           MOVE WS-FILES-HELD TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Files edited:           ' WS-FILES-EDITED
           DISPLAY 'Transactions edited:    ' WS-TOTAL-TRANS
           DISPLAY 'Errors listed:          ' WS-TOTAL-ERRORS
           DISPLAY 'Files held from update: ' WS-FILES-HELD
           MOVE ZEROS TO RETURN-CODE
           IF WS-FILES-HELD > ZEROS
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

      * the directory this environment's files live in; the
      * default src/ stands when no mapping file is present
       0045-RESOLVE-ENV-DIR.
           OPEN INPUT ENV-PATHS-FILE
           IF WS-FS-STATUS-ENVP NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENVP-END = 'S'
               READ ENV-PATHS-FILE
                   AT END
                       MOVE 'S' TO WS-ENVP-END
                   NOT AT END
                       IF EV-ENV-CODE = WS-ENVIRONMENT-CODE
                           MOVE EV-DIRECTORY TO WS-ENV-DIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENV-PATHS-FILE.

       0060-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AUTH-IN-FORCE
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
                       MOVE UA-ACTIONS TO
                           WS-AUTH-ACTIONS (WS-AUTH-COUNT)
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

      * no acceptance file is the usual night: nothing is accepted
       0070-LOAD-ACCEPTANCES.
           OPEN INPUT EDIT-ACCEPT-FILE
           IF WS-FS-STATUS-ACCEPT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCEPT-END = 'S'
               READ EDIT-ACCEPT-FILE
                   AT END
                       MOVE 'S' TO WS-ACCEPT-END
                   NOT AT END
                       IF WS-ACC-COUNT < 10
                               AND EA-ERROR-COUNT IS NUMERIC
                           ADD 1 TO WS-ACC-COUNT
                           MOVE EA-FILE-ID TO
                               WS-ACC-FILE-ID (WS-ACC-COUNT)
                           MOVE EA-USER-ID TO
                               WS-ACC-USER (WS-ACC-COUNT)
                           MOVE EA-ERROR-COUNT TO
                               WS-ACC-ERRORS (WS-ACC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDIT-ACCEPT-FILE.

      * one transaction file end to end: its control records, every
      * transaction, the totals, then the verdict posted for the
      * maintenance program's gate. A file not on hand tonight is
      * noted and its earlier verdict left as it stood.
       1000-EDIT-ONE-FILE.
           MOVE WS-FL-PATH (WS-FL-IDX) TO WS-TRANS-PATH
           IF WS-FL-ENV (WS-FL-IDX) = 'Y'
                   AND WS-ENV-DIR NOT = 'src/'
               MOVE SPACES TO WS-TRANS-PATH
               STRING WS-ENV-DIR DELIMITED BY SPACE
                   WS-FL-PATH (WS-FL-IDX) (5:36) DELIMITED BY SIZE
                   INTO WS-TRANS-PATH
           END-IF
           OPEN INPUT EDIT-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING WS-FL-ID (WS-FL-IDX) '  ' WS-TRANS-PATH
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               MOVE 'NOT ON HAND, NOT EDITED' TO
                   EDIT-REPORT-LINE (66:23)
               PERFORM 0900-PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-EDITED
           MOVE ZEROS TO WS-LINE-NUMBER
           MOVE ZEROS TO WS-DETAIL-COUNT
           MOVE ZEROS TO WS-HASH-TOTAL
           MOVE ZEROS TO WS-TRAILER-COUNT
           MOVE ZEROS TO WS-TRAILER-HASH
           MOVE ZEROS TO WS-CONTROL-ERRORS
           MOVE ZEROS TO WS-TRANS-ERRORS
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-HEADER-MISSING
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE SPACES TO WS-ACCEPTED-BY
           MOVE 'N' TO WS-TRANS-END
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING WS-FL-ID (WS-FL-IDX) '  ' WS-TRANS-PATH
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM UNTIL WS-TRANS-END = 'S'
               READ EDIT-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM 1100-EDIT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE EDIT-TRANS-FILE
           PERFORM 1400-CHECK-CONTROL-TOTALS
           ADD WS-DETAIL-COUNT TO WS-TOTAL-TRANS
           ADD WS-TRANS-ERRORS TO WS-TOTAL-ERRORS
           ADD WS-CONTROL-ERRORS TO WS-TOTAL-ERRORS
           PERFORM 1450-DECIDE-RESULT
           PERFORM 1500-POST-EDIT-STATUS
           PERFORM 1600-PRINT-FILE-SUMMARY.

      * a control record is checked for its place in the file; any
      * other line is a transaction, counted into the totals and
      * edited
       1100-EDIT-ONE-LINE.
           IF TC-HEADER
               IF WS-LINE-NUMBER NOT = 1 OR WS-HEADER-SEEN = 'Y'
                   MOVE 'HEADER RECORD OUT OF PLACE' TO WS-EDIT-REASON
                   PERFORM 1950-LIST-CONTROL-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HEADER-SEEN
               IF TC-FILE-ID NOT = WS-FL-ID (WS-FL-IDX)
                   MOVE SPACES TO WS-EDIT-REASON
                   STRING 'HEADER NAMES FILE ' TC-FILE-ID
                       DELIMITED BY SIZE INTO WS-EDIT-REASON
                   PERFORM 1950-LIST-CONTROL-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TC-TRAILER
               IF WS-TRAILER-SEEN = 'Y'
                   MOVE 'SECOND TRAILER RECORD' TO WS-EDIT-REASON
                   PERFORM 1950-LIST-CONTROL-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-TRAILER-SEEN
               IF TC-RECORD-COUNT IS NUMERIC
                       AND TC-HASH-TOTAL IS NUMERIC
                   MOVE TC-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE TC-HASH-TOTAL TO WS-TRAILER-HASH
               ELSE
                   MOVE 'TRAILER COUNT OR HASH TOTAL NOT NUMERIC' TO
                       WS-EDIT-REASON
                   PERFORM 1950-LIST-CONTROL-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-NUMBER = 1
               MOVE 'Y' TO WS-HEADER-MISSING
               MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
           END-IF
           IF WS-TRAILER-SEEN = 'Y'
               MOVE 'TRANSACTION AFTER THE TRAILER' TO WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           IF EDIT-TRANS-LINE (WS-FL-HASH-START (WS-FL-IDX):
                   WS-FL-HASH-LENGTH (WS-FL-IDX)) IS NUMERIC
               MOVE EDIT-TRANS-LINE (WS-FL-HASH-START (WS-FL-IDX):
                   WS-FL-HASH-LENGTH (WS-FL-IDX)) TO WS-HASH-FIELD
               ADD WS-HASH-FIELD TO WS-HASH-TOTAL
           END-IF
           MOVE SPACES TO WS-EDIT-REASON
           MOVE EDIT-TRANS-LINE (1:1) TO WS-ACTION-CODE
           PERFORM 1200-CHECK-ACTION
           EVALUATE WS-FL-ID (WS-FL-IDX)
               WHEN 'CITY'
                   PERFORM 1310-CHECK-CITY-FIELDS
               WHEN 'CUST'
                   PERFORM 1320-CHECK-CUSTOMER-FIELDS
               WHEN 'STUD'
                   PERFORM 1330-CHECK-STUDENT-FIELDS
               WHEN 'PERS'
                   PERFORM 1340-CHECK-PERSON-FIELDS
           END-EVALUATE
           PERFORM 1250-CHECK-AUTHORITY
           IF WS-EDIT-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-ERRORS
               PERFORM 1900-LIST-ERROR
           END-IF.

      * the action code must be one the file's maintenance program
      * applies, followed by the comma every transaction carries
       1200-CHECK-ACTION.
           MOVE 'N' TO WS-ACTION-OK
           PERFORM VARYING WS-ACTION-SCAN FROM 1 BY 1
                   UNTIL WS-ACTION-SCAN > 15
               IF WS-FL-ACTIONS (WS-FL-IDX) (WS-ACTION-SCAN:1) =
                       WS-ACTION-CODE
                       AND WS-ACTION-CODE NOT = SPACE
                   MOVE 'Y' TO WS-ACTION-OK
               END-IF
           END-PERFORM
           IF WS-ACTION-OK = 'N'
               STRING 'UNKNOWN ACTION CODE ' WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF EDIT-TRANS-LINE (2:1) NOT = ','
               MOVE 'RECORD LAYOUT NOT RECOGNISED' TO WS-EDIT-REASON
           END-IF.

      * the keying user must hold the letter the maintenance program
      * checks the action against -- the same mapping each program's
      * 0070-CHECK-AUTHORITY makes; inquiries are not controlled
       1250-CHECK-AUTHORITY.
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-USER = SPACES
               MOVE 'USER ID MISSING' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N' OR WS-ACTION-CODE = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTION-CODE TO WS-AUTH-CHECK-CODE
           EVALUATE WS-FL-ID (WS-FL-IDX)
               WHEN 'CITY'
                   IF WS-ACTION-CODE = 'F'
                       MOVE 'D' TO WS-AUTH-CHECK-CODE
                   END-IF
                   IF WS-ACTION-CODE = 'X'
                       MOVE 'C' TO WS-AUTH-CHECK-CODE
                   END-IF
               WHEN 'CUST'
                   IF WS-ACTION-CODE = 'E' OR WS-ACTION-CODE = 'G'
                           OR WS-ACTION-CODE = 'V'
                           OR WS-ACTION-CODE = 'N'
                           OR WS-ACTION-CODE = 'P'
                           OR WS-ACTION-CODE = 'U'
                           OR WS-ACTION-CODE = 'X'
                       MOVE 'C' TO WS-AUTH-CHECK-CODE
                   END-IF
                   IF WS-ACTION-CODE = 'K' OR WS-ACTION-CODE = 'M'
                       MOVE 'D' TO WS-AUTH-CHECK-CODE
                   END-IF
                   IF WS-ACTION-CODE = 'R'
                       MOVE 'A' TO WS-AUTH-CHECK-CODE
                   END-IF
               WHEN 'STUD'
                   IF WS-ACTION-CODE = 'S'
                       MOVE 'C' TO WS-AUTH-CHECK-CODE
                   END-IF
           END-EVALUATE
           MOVE WS-LINE-USER TO WS-AUTH-CHECK-USER
           PERFORM 1260-FIND-AUTHORITY
           IF WS-AUTH-OK = 'N'
               STRING 'USER ' WS-LINE-USER ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
           END-IF.

      * whether WS-AUTH-CHECK-USER holds WS-AUTH-CHECK-CODE on the
      * file's master; a space for the code asks only whether the
      * user holds any row on it at all
       1260-FIND-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = WS-AUTH-CHECK-USER
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-FL-ID (WS-FL-IDX)
                   IF WS-AUTH-CHECK-CODE = SPACE
                       MOVE 'Y' TO WS-AUTH-OK
                   END-IF
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               WS-AUTH-CHECK-CODE
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * city transactions: every action names a city, except an
      * unassign that keys only the code; an add or change carries a
      * numeric population, a merge the surviving name
       1310-CHECK-CITY-FIELDS.
           MOVE EDIT-TRANS-LINE TO WS-CITY-TRANS
           MOVE EC-USER-ID TO WS-LINE-USER
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EC-ACTION = 'X' AND EC-NAME = SPACES
                   IF EC-CITY-CODE NOT NUMERIC
                       MOVE 'CITY CODE NOT NUMERIC' TO WS-EDIT-REASON
                   END-IF
               WHEN EC-NAME = SPACES
                   MOVE 'CITY NAME MISSING' TO WS-EDIT-REASON
               WHEN (EC-ACTION = 'A' OR EC-ACTION = 'C')
                       AND EC-POPULATION NOT NUMERIC
                   MOVE 'POPULATION NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EC-ACTION = 'M' AND EC-NEW-NAME = SPACES
                   MOVE 'MERGE SURVIVOR NAME MISSING' TO
                       WS-EDIT-REASON
               WHEN EC-EFFECTIVE-DATE NOT = SPACES
                       AND EC-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EC-LAST-UPDATE NOT = SPACES
                       AND EC-LAST-UPDATE NOT NUMERIC
                   MOVE 'LAST-UPDATE STAMP NOT NUMERIC' TO
                       WS-EDIT-REASON
           END-EVALUATE.

      * customer transactions: a numeric customer number always;
      * the fields each action applies must be there to apply
       1320-CHECK-CUSTOMER-FIELDS.
           MOVE EDIT-TRANS-LINE TO WS-CUST-TRANS
           MOVE EK-USER-ID TO WS-LINE-USER
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EK-CUSTOMER-NUMBER NOT NUMERIC
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO
                       WS-EDIT-REASON
               WHEN EK-CUSTOMER-NUMBER = ZEROS
                   MOVE 'CUSTOMER NUMBER IS ZERO' TO WS-EDIT-REASON
               WHEN EK-ACTION = 'A' AND EK-NAME = SPACES
                   MOVE 'CUSTOMER NAME MISSING' TO WS-EDIT-REASON
               WHEN (EK-ACTION = 'A' OR EK-ACTION = 'C')
                       AND EK-AGE NOT NUMERIC
                   MOVE 'AGE NOT NUMERIC' TO WS-EDIT-REASON
               WHEN (EK-ACTION = 'E' OR EK-ACTION = 'G'
                       OR EK-ACTION = 'V')
                       AND EK-DEP-NAME = SPACES
                   MOVE 'DEPENDENT NAME MISSING' TO WS-EDIT-REASON
               WHEN (EK-ACTION = 'E' OR EK-ACTION = 'G')
                       AND EK-DEP-BIRTH-DATE NOT NUMERIC
                   MOVE 'DEPENDENT BIRTH DATE NOT NUMERIC' TO
                       WS-EDIT-REASON
               WHEN EK-ACTION = 'M'
                       AND (EK-MERGE-NUMBER NOT NUMERIC
                       OR EK-MERGE-NUMBER = ZEROS)
                   MOVE 'MERGE CUSTOMER NUMBER NOT NUMERIC' TO
                       WS-EDIT-REASON
               WHEN EK-ACTION = 'X' AND EK-DEATH-DATE NOT NUMERIC
                   MOVE 'DATE OF DEATH NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EK-LAST-UPDATE NOT = SPACES
                       AND EK-LAST-UPDATE NOT NUMERIC
                   MOVE 'LAST-UPDATE STAMP NOT NUMERIC' TO
                       WS-EDIT-REASON
           END-EVALUATE.

      * student transactions: a numeric student id always; an add
      * carries the name, status and enrollment date, a status
      * change one of the statuses the master knows
       1330-CHECK-STUDENT-FIELDS.
           MOVE EDIT-TRANS-LINE TO WS-STUD-TRANS
           MOVE ES-USER-ID TO WS-LINE-USER
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ES-STUDENT-ID NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC' TO WS-EDIT-REASON
               WHEN ES-STUDENT-ID = ZEROS
                   MOVE 'STUDENT ID IS ZERO' TO WS-EDIT-REASON
               WHEN ES-ACTION = 'A' AND ES-NAME = SPACES
                   MOVE 'STUDENT NAME MISSING' TO WS-EDIT-REASON
               WHEN (ES-ACTION = 'A' OR ES-ACTION = 'C')
                       AND ES-ENROLL-DATE NOT NUMERIC
                   MOVE 'ENROLLMENT DATE NOT NUMERIC' TO
                       WS-EDIT-REASON
               WHEN ES-ACTION = 'S' AND ES-ENROLL-STATUS NOT = 'A'
                       AND ES-ENROLL-STATUS NOT = 'W'
                       AND ES-ENROLL-STATUS NOT = 'G'
                   MOVE 'ENROLLMENT STATUS NOT A, W OR G' TO
                       WS-EDIT-REASON
               WHEN ES-LAST-UPDATE NOT = SPACES
                       AND ES-LAST-UPDATE NOT NUMERIC
                   MOVE 'LAST-UPDATE STAMP NOT NUMERIC' TO
                       WS-EDIT-REASON
           END-EVALUATE.

      * person transactions: a numeric employee id always; a hire
      * carries name, age and department, a transfer the new
      * department, a termination its end date, a rate change its
      * pay type, rate and effective date (a hire may carry the pay
      * type and rate too), a manager change the manager's
      * employee id (zeros for the top of the tree)
       1340-CHECK-PERSON-FIELDS.
           MOVE EDIT-TRANS-LINE TO WS-PERS-TRANS
           MOVE EP-USER-ID TO WS-LINE-USER
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EP-EMPLOYEE-ID NOT NUMERIC
                   MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EP-EMPLOYEE-ID = ZEROS
                   MOVE 'EMPLOYEE ID IS ZERO' TO WS-EDIT-REASON
               WHEN EP-ACTION = 'H' AND EP-NAME = SPACES
                   MOVE 'EMPLOYEE NAME MISSING' TO WS-EDIT-REASON
               WHEN EP-ACTION = 'H' AND EP-AGE NOT NUMERIC
                   MOVE 'AGE NOT NUMERIC' TO WS-EDIT-REASON
               WHEN (EP-ACTION = 'H' OR EP-ACTION = 'T')
                       AND EP-DEPARTMENT = SPACES
                   MOVE 'DEPARTMENT MISSING' TO WS-EDIT-REASON
               WHEN EP-ACTION = 'E' AND EP-END-DATE NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC' TO WS-EDIT-REASON
               WHEN (EP-ACTION = 'R' OR EP-PAY-TYPE NOT = SPACE)
                       AND EP-PAY-TYPE NOT = 'S'
                       AND EP-PAY-TYPE NOT = 'H'
                   MOVE 'PAY TYPE NOT S OR H' TO WS-EDIT-REASON
               WHEN (EP-ACTION = 'R' OR EP-PAY-TYPE NOT = SPACE)
                       AND EP-PAY-RATE NOT NUMERIC
                   MOVE 'PAY RATE NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EP-ACTION = 'R' AND EP-RATE-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO
                       WS-EDIT-REASON
               WHEN EP-ACTION = 'M' AND EP-MANAGER-ID NOT NUMERIC
                   MOVE 'MANAGER ID NOT NUMERIC' TO WS-EDIT-REASON
               WHEN EP-ACTION = 'M' AND EP-MANAGER-ID =
                       EP-EMPLOYEE-ID
                   MOVE 'CANNOT REPORT TO SELF' TO WS-EDIT-REASON
           END-EVALUATE.

      * the trailer must be there, and agree with what was read
       1400-CHECK-CONTROL-TOTALS.
           IF WS-HEADER-SEEN = 'N' AND WS-HEADER-MISSING = 'N'
               MOVE 'NO HEADER RECORD' TO WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
           END-IF
           IF WS-TRAILER-SEEN = 'N'
               MOVE 'NO TRAILER RECORD, FILE MAY BE TRUNCATED' TO
                   WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
               MOVE WS-DETAIL-COUNT TO WS-EDIT-OTHER
               MOVE SPACES TO WS-EDIT-REASON
               STRING 'TRAILER COUNT ' WS-EDIT-COUNT
                   ', FILE HOLDS ' WS-EDIT-OTHER
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
           END-IF
           IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
               MOVE WS-TRAILER-HASH TO WS-EDIT-HASH
               MOVE WS-HASH-TOTAL TO WS-EDIT-OTHER-HASH
               MOVE SPACES TO WS-EDIT-REASON
               STRING 'TRAILER HASH ' WS-EDIT-HASH ', FILE '
                   WS-EDIT-OTHER-HASH
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               PERFORM 1950-LIST-CONTROL-ERROR
           END-IF.

      * control-total errors fail the file outright; transaction
      * errors hold it until the operator accepts exactly the errors
      * this report lists, as a user with rights on the master
       1450-DECIDE-RESULT.
           IF WS-CONTROL-ERRORS > ZEROS
               MOVE 'F' TO WS-FILE-RESULT
               ADD 1 TO WS-FILES-HELD
               MOVE 'W' TO AL-SEVERITY
               MOVE SPACES TO AL-MESSAGE
               STRING WS-FL-ID (WS-FL-IDX)
                   ' TRANSACTIONS FAILED CONTROL TOTALS, NOT APPLIED'
                   DELIMITED BY SIZE INTO AL-MESSAGE
               MOVE 'TRANSACTION-EDIT' TO AL-SOURCE
               CALL 'ALERT-WRITER' USING ALERT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-ERRORS = ZEROS
               MOVE 'C' TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-FILE-RESULT
           MOVE ZEROS TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-FILE-ID (WS-ACC-IDX) = WS-FL-ID (WS-FL-IDX)
                   MOVE WS-ACC-IDX TO WS-ACC-FOUND
               END-IF
           END-PERFORM
           IF WS-ACC-FOUND = ZEROS
               ADD 1 TO WS-FILES-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EDIT-REASON
           IF WS-ACC-ERRORS (WS-ACC-FOUND) NOT = WS-TRANS-ERRORS
               MOVE WS-ACC-ERRORS (WS-ACC-FOUND) TO WS-EDIT-COUNT
               STRING 'ACCEPTANCE COVERS ' WS-EDIT-COUNT
                   ' ERRORS, NOT THESE'
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
           END-IF
           MOVE WS-ACC-USER (WS-ACC-FOUND) TO WS-AUTH-CHECK-USER
           MOVE SPACE TO WS-AUTH-CHECK-CODE
           PERFORM 1260-FIND-AUTHORITY
           IF WS-AUTH-IN-FORCE = 'Y' AND WS-AUTH-OK = 'N'
                   AND WS-EDIT-REASON = SPACES
               STRING 'ACCEPTING USER ' WS-ACC-USER (WS-ACC-FOUND)
                   ' HAS NO RIGHTS ON ' WS-FL-ID (WS-FL-IDX)
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
           END-IF
           IF WS-EDIT-REASON NOT = SPACES
               MOVE SPACES TO WS-ERROR-LINE
               MOVE WS-FL-ID (WS-FL-IDX) TO EL-FILE-ID
               MOVE ZEROS TO EL-LINE
               MOVE WS-EDIT-REASON TO EL-REASON
               MOVE WS-ERROR-LINE TO EDIT-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
               ADD 1 TO WS-FILES-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-FILE-RESULT
           MOVE WS-ACC-USER (WS-ACC-FOUND) TO WS-ACCEPTED-BY
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'TRANSACTION-EDIT' TO AT-PROGRAM-NAME
           ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AT-RUN-TIME FROM TIME
           MOVE 'EDIT ERRORS ACCEPTED' TO AT-ACTION
           MOVE WS-TRANS-ERRORS TO WS-EDIT-COUNT
           STRING WS-FL-ID (WS-FL-IDX) ' TRANSACTIONS, '
               WS-EDIT-COUNT ' ERRORS'
               DELIMITED BY SIZE INTO AT-DETAIL
           MOVE WS-ACCEPTED-BY TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

      * the edit status file beside the transactions is read into
      * storage, this file's line replaced (or added) and the whole
      * file written back
       1500-POST-EDIT-STATUS.
           MOVE 60 TO WS-DIR-LEN
           PERFORM UNTIL WS-DIR-LEN = ZEROS
                   OR WS-TRANS-PATH (WS-DIR-LEN:1) = '/'
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM
           MOVE SPACES TO WS-STATUS-PATH
           IF WS-DIR-LEN = ZEROS
               MOVE WS-STATUS-NAME TO WS-STATUS-PATH
           ELSE
               STRING WS-TRANS-PATH (1:WS-DIR-LEN)
                   WS-STATUS-NAME DELIMITED BY SPACE
                   INTO WS-STATUS-PATH
           END-IF
           MOVE ZEROS TO WS-ST-COUNT
           MOVE ZEROS TO WS-ST-FOUND
           MOVE 'N' TO WS-EDIT-END
           OPEN INPUT EDIT-STATUS-FILE
           IF WS-FS-STATUS-EDIT = '00'
               PERFORM UNTIL WS-EDIT-END = 'S'
                   READ EDIT-STATUS-FILE
                       AT END
                           MOVE 'S' TO WS-EDIT-END
                       NOT AT END
                           IF WS-ST-COUNT < 20
                               ADD 1 TO WS-ST-COUNT
                               MOVE TRANS-EDIT-STATUS-REC TO
                                   WS-ST-LINE (WS-ST-COUNT)
                               IF TE-FILE-ID = WS-FL-ID (WS-FL-IDX)
                                   MOVE WS-ST-COUNT TO WS-ST-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDIT-STATUS-FILE
           END-IF
           IF WS-ST-FOUND = ZEROS
               IF WS-ST-COUNT >= 20
                   DISPLAY 'RUN STOPPED: EDIT STATUS FILE EXCEEDS '
                       'THE 20-ENTRY TABLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND
           END-IF
           MOVE SPACES TO TRANS-EDIT-STATUS-REC
           MOVE WS-FL-ID (WS-FL-IDX) TO TE-FILE-ID
           MOVE WS-FILE-RESULT TO TE-RESULT
           MOVE WS-BUSINESS-DATE TO TE-EDIT-DATE
           ACCEPT WS-EDIT-TIME FROM TIME
           MOVE WS-EDIT-TIME TO TE-EDIT-TIME
           MOVE WS-DETAIL-COUNT TO TE-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO TE-HASH-TOTAL
           ADD WS-TRANS-ERRORS WS-CONTROL-ERRORS
               GIVING TE-ERROR-COUNT
           MOVE WS-ACCEPTED-BY TO TE-ACCEPTED-BY
           MOVE ',' TO TE-COMMA-1
           MOVE ',' TO TE-COMMA-2
           MOVE ',' TO TE-COMMA-3
           MOVE ',' TO TE-COMMA-4
           MOVE ',' TO TE-COMMA-5
           MOVE ',' TO TE-COMMA-6
           MOVE ',' TO TE-COMMA-7
           MOVE TRANS-EDIT-STATUS-REC TO WS-ST-LINE (WS-ST-FOUND)
           OPEN OUTPUT EDIT-STATUS-FILE
           IF WS-FS-STATUS-EDIT NOT = '00'
               DISPLAY 'ERROR WRITING EDIT STATUS FILE '
                   WS-STATUS-PATH ' STATUS: ' WS-FS-STATUS-EDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (WS-ST-IDX) TO TRANS-EDIT-STATUS-REC
               WRITE TRANS-EDIT-STATUS-REC
           END-PERFORM
           CLOSE EDIT-STATUS-FILE.

      * the file's totals and verdict, after its error lines
       1600-PRINT-FILE-SUMMARY.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING WS-FL-ID (WS-FL-IDX) '  TRANSACTIONS '
               WS-EDIT-COUNT '  HASH TOTAL ' WS-EDIT-HASH
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE WS-TRANS-ERRORS TO WS-EDIT-COUNT
           MOVE WS-CONTROL-ERRORS TO WS-EDIT-OTHER
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING WS-FL-ID (WS-FL-IDX) '  TRANSACTION ERRORS '
               WS-EDIT-COUNT '  CONTROL ERRORS ' WS-EDIT-OTHER
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           EVALUATE WS-FILE-RESULT
               WHEN 'C'
                   STRING WS-FL-ID (WS-FL-IDX)
                       '  EDITED CLEAN, RELEASED FOR UPDATE'
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN 'A'
                   STRING WS-FL-ID (WS-FL-IDX)
                       '  ERRORS ACCEPTED BY ' DELIMITED BY SIZE
                       WS-ACCEPTED-BY DELIMITED BY SPACE
                       ', RELEASED FOR UPDATE' DELIMITED BY SIZE
                       INTO EDIT-REPORT-LINE
               WHEN 'E'
                   STRING WS-FL-ID (WS-FL-IDX)
                       '  HELD: ERRORS LISTED, NOT ACCEPTED'
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WHEN 'F'
                   STRING WS-FL-ID (WS-FL-IDX)
                       '  HELD: CONTROL TOTALS FAILED, SEND THE '
                       'FILE AGAIN'
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-EVALUATE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       1900-LIST-ERROR.
           MOVE SPACES TO WS-ERROR-LINE
           MOVE WS-FL-ID (WS-FL-IDX) TO EL-FILE-ID
           MOVE WS-LINE-NUMBER TO EL-LINE
           MOVE EDIT-TRANS-LINE (1:50) TO EL-TRANSACTION
           MOVE WS-EDIT-REASON TO EL-REASON
           MOVE WS-ERROR-LINE TO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       1950-LIST-CONTROL-ERROR.
           ADD 1 TO WS-CONTROL-ERRORS
           MOVE SPACES TO WS-ERROR-LINE
           MOVE WS-FL-ID (WS-FL-IDX) TO EL-FILE-ID
           MOVE WS-LINE-NUMBER TO EL-LINE
           MOVE EDIT-TRANS-LINE (1:50) TO EL-TRANSACTION
           MOVE WS-EDIT-REASON TO EL-REASON
           MOVE WS-ERROR-LINE TO EDIT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO WS-EDIT-REASON.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE EDIT-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
