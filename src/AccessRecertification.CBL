      ******************************************************************
      * Author:
      * Date:
      * Purpose: quarterly access recertification over the user
      *          authority table. Every user's grants are listed,
      *          user by user, one line per master and action letter
      *          with the date the letter was last exercised -- taken
      *          from the shared audit trail and every audit archive
      *          HISTORY-RETENTION has cut, a refused attempt not
      *          counting as use. Under each user the segregation-of-
      *          duties rules are run against everything they hold:
      *          maintaining a master and approving its parked
      *          destructive changes, granting authority and
      *          approving grants, preparing and signing off a
      *          promotion, releasing the balance hold or restoring a
      *          backup set while able to maintain any master. A
      *          letter not used for the parm file's number of days
      *          (90 by default), or never used on a trail that
      *          reaches back that far, is written out as a proposed
      *          revoke transaction in USER-AUTHORITY-MAINTENANCE's
      *          own layout, keyed by the reviewer the parm file
      *          names, for the reviewer to confirm and feed back in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERTIFICATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * one line: the unused-days limit and the reviewer's user id
      * the proposed revokes are keyed under
           SELECT RECERT-PARM-FILE ASSIGN TO
               'src/access-recert-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * the trail under examination: each cataloged audit archive in
      * turn, then the live trail, resolved at run time
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUDIT.

      * HISTORY-RETENTION's catalog of cut archives
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO
               'src/archive-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.

      * proposed revokes, in the authority transaction layout
           SELECT REVOKE-PROPOSAL-FILE ASSIGN TO
               'src/authority-revoke-proposals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROPOSAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD RECERT-PARM-FILE.
       01 RECERT-PARM-REC.
           05 RP-UNUSED-DAYS PIC 9(03).
           05 RP-COMMA-1     PIC X(01).
           05 RP-REVIEWER    PIC X(08).

       FD AUDIT-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY'.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-REC.
           05 AC-FILE-ID   PIC X(04).
           05 AC-COMMA-1   PIC X(01).
           05 AC-PATH      PIC X(60).
           05 AC-COMMA-2   PIC X(01).
           05 AC-CUT-DATE  PIC 9(08).
           05 AC-COMMA-3   PIC X(01).
           05 AC-COUNT     PIC 9(07).
           05 AC-COMMA-4   PIC X(01).
           05 AC-LOW-DATE  PIC 9(08).
           05 AC-COMMA-5   PIC X(01).
           05 AC-HIGH-DATE PIC 9(08).

       FD REVOKE-PROPOSAL-FILE.
       01 REVOKE-PROPOSAL-REC.
           05 UT-ACTION   PIC X(01).
           05 UT-COMMA-1  PIC X(01).
           05 UT-USER     PIC X(08).
           05 UT-COMMA-2  PIC X(01).
           05 UT-MASTER   PIC X(04).
           05 UT-COMMA-3  PIC X(01).
           05 UT-LETTERS  PIC X(05).
           05 UT-COMMA-4  PIC X(01).
           05 UT-KEYED-BY PIC X(08).

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
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 RECERT-REPORT-LINE PIC X(100).

      * request area for the shared DATE-UTILS subprogram; the days
      * since a letter was last used come from its DIFD function
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-AUTH     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUDIT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROPOSAL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-AUTH-END    PIC X(01) VALUE 'N'.
       01 WS-TRAIL-END   PIC X(01) VALUE 'N'.
       01 WS-CATALOG-END PIC X(01) VALUE 'N'.
       01 WS-TRAIL-PATH  PIC X(60) VALUE SPACES.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the parm file's settings; a missing or unreadable parm keeps
      * the ninety-day default and leaves the keyed-by id blank for
      * the reviewer to fill in
       01 WS-UNUSED-DAYS PIC 9(03) VALUE 90.
       01 WS-REVIEWER    PIC X(08) VALUE SPACES.

      * the whole authority table held in storage for the run, in
      * user and master order, with the date each held letter was
      * last used (zero for never)
       01 WS-AUTH-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-USER      PIC X(08).
               10 WS-AUTH-MASTER    PIC X(04).
               10 WS-AUTH-ACTIONS   PIC X(05).
               10 WS-AUTH-LAST-USED PIC 9(08) OCCURS 5 TIMES.
       01 WS-AUTH-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-IDX-2 PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-SWAP-ENTRY PIC X(57) VALUE SPACES.
       01 WS-SWAP-KEY-A PIC X(12) VALUE SPACES.
       01 WS-SWAP-KEY-B PIC X(12) VALUE SPACES.
       01 WS-LETTER-IDX PIC 9(01) VALUE ZEROS.

      * which master each audited program checks authority against;
      * CONTROL-FILE-MAINTENANCE checks the file id it was keyed
      * for, which its audit action carries after the action letter
       01 WS-PROGRAM-MASTER-TABLE.
           05 FILLER PIC X(34) VALUE
               'CITY-MASTER-MAINTENANCE       CITY'.
           05 FILLER PIC X(34) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   CUST'.
           05 FILLER PIC X(34) VALUE
               'CUSTOMER-ERASURE              CUST'.
           05 FILLER PIC X(34) VALUE
               'GEO-REFERENCE-MAINTENANCE     GEO '.
           05 FILLER PIC X(34) VALUE
               'STUDENT-MASTER-MAINTENANCE    STUD'.
           05 FILLER PIC X(34) VALUE
               'GRADE-CORRECTION              STUD'.
           05 FILLER PIC X(34) VALUE
               'DEPARTMENT-MAINTENANCE        DEPT'.
           05 FILLER PIC X(34) VALUE
               'HOLIDAY-CALENDAR-MAINTENANCE  HOLI'.
           05 FILLER PIC X(34) VALUE
               'CODE-RANGE-MAINTENANCE        RNGE'.
           05 FILLER PIC X(34) VALUE
               'CITY-ALIAS-MAINTENANCE        ALIA'.
           05 FILLER PIC X(34) VALUE
               'BALANCE-HOLD-RELEASE          HOLD'.
           05 FILLER PIC X(34) VALUE
               'USER-AUTHORITY-MAINTENANCE    USER'.
           05 FILLER PIC X(34) VALUE
               'COURSE-CATALOG-MAINTENANCE    CRSE'.
           05 FILLER PIC X(34) VALUE
               'PERSON-MAINTENANCE            PERS'.
           05 FILLER PIC X(34) VALUE
               'TERRITORY-MAINTENANCE         TERR'.
           05 FILLER PIC X(34) VALUE
               'BILLING-POST                  BILL'.
           05 FILLER PIC X(34) VALUE
               'POSTAL-RANGE-MAINTENANCE      POST'.
           05 FILLER PIC X(34) VALUE
               'RUNBOOK-MAINTENANCE           RUNB'.
           05 FILLER PIC X(34) VALUE
               'MANIFEST-MAINTENANCE          MANF'.
           05 FILLER PIC X(34) VALUE
               'MASTER-RESTORE-SET            BKUP'.
           05 FILLER PIC X(34) VALUE
               'REFERENCE-PROMOTION           PROM'.
           05 FILLER PIC X(34) VALUE
               'PERIOD-CLOSE                  PERD'.
           05 FILLER PIC X(34) VALUE
               'MASTER-INQUIRY                PII '.
           05 FILLER PIC X(34) VALUE
               'REGISTER-QUALITY-REVIEW       QUAL'.
           05 FILLER PIC X(34) VALUE
               'CONTROL-FILE-MAINTENANCE      ****'.
           05 FILLER PIC X(34) VALUE
               'TUITION-BILLING               TUIT'.
           05 FILLER PIC X(34) VALUE
               'COURSE-SECTION-MAINTENANCE    SECT'.
           05 FILLER PIC X(34) VALUE
               'SECTION-ENROLLMENT            ENRL'.
           05 FILLER PIC X(34) VALUE
               'DEGREE-PROGRAM-MAINTENANCE    PROG'.
           05 FILLER PIC X(34) VALUE
               'ATTENDANCE-RECORDING          ATTN'.
           05 FILLER PIC X(34) VALUE
               'INSTRUCTOR-MAINTENANCE        INST'.
           05 FILLER PIC X(34) VALUE
               'TERM-CLOSE                    TERM'.
           05 FILLER PIC X(34) VALUE
               'GRADE-ENTRY                   GRDE'.
           05 FILLER PIC X(34) VALUE
               'LEAVE-POSTING                 LEAV'.
           05 FILLER PIC X(34) VALUE
               'LEAVE-CARRY-OVER              LEAV'.
       01 WS-PROGRAM-MASTERS REDEFINES WS-PROGRAM-MASTER-TABLE.
           05 WS-PROGRAM-MASTER-ENTRY OCCURS 35 TIMES.
               10 WS-PM-PROGRAM PIC X(30).
               10 WS-PM-MASTER  PIC X(04).
       01 WS-PM-IDX PIC 9(02) VALUE ZEROS.

      * the transactions whose action code is not itself the letter
      * the program checks: program, action code, authority letter
      * -- the same translations each program's 0070-CHECK-AUTHORITY
      * makes
       01 WS-LETTER-MAP-TABLE.
           05 FILLER PIC X(32) VALUE
               'CITY-MASTER-MAINTENANCE       FD'.
           05 FILLER PIC X(32) VALUE
               'CITY-MASTER-MAINTENANCE       XC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   EC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   GC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   VC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   NC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   PC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   UC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   XC'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   KD'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   MD'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-MASTER-MAINTENANCE   RA'.
           05 FILLER PIC X(32) VALUE
               'CUSTOMER-ERASURE              ED'.
           05 FILLER PIC X(32) VALUE
               'STUDENT-MASTER-MAINTENANCE    SC'.
           05 FILLER PIC X(32) VALUE
               'GRADE-ENTRY                   SE'.
       01 WS-LETTER-MAP REDEFINES WS-LETTER-MAP-TABLE.
           05 WS-LETTER-MAP-ENTRY OCCURS 15 TIMES.
               10 WS-LM-PROGRAM PIC X(30).
               10 WS-LM-ACTION  PIC X(01).
               10 WS-LM-LETTER  PIC X(01).
       01 WS-LM-IDX PIC 9(02) VALUE ZEROS.

      * one audit record's use, resolved to a master and a letter
       01 WS-USE-MASTER    PIC X(04) VALUE SPACES.
       01 WS-USE-LETTER    PIC X(01) VALUE SPACE.
       01 WS-REFUSED-TALLY PIC 9(02) VALUE ZEROS.
       01 WS-EARLIEST-DATE PIC 9(08) VALUE 99999999.
       01 WS-TRAIL-DAYS    PIC S9(05) VALUE ZEROS.
       01 WS-RECORDS-READ  PIC 9(09) VALUE ZEROS.
       01 WS-USES-POSTED   PIC 9(09) VALUE ZEROS.

      * segregation-of-duties rules: holding any of the first
      * letters on the first master together with any of the second
      * letters on the second master is a conflict; a second master
      * of **** means any other master the user holds
       01 WS-CONFLICT-RULES-TABLE.
           05 FILLER PIC X(58) VALUE
           'CITYACDFMCITYV    MAINTAINS CITY AND APPROVES ITS DELETES'.
           05 FILLER PIC X(58) VALUE
           'CUSTACD  CUSTQ    MAINTAINS CUST AND APPROVES ITS CLOSURES'.
           05 FILLER PIC X(58) VALUE
           'USERG    USERV    GRANTS AUTHORITY AND APPROVES GRANTS'.
           05 FILLER PIC X(58) VALUE
           'PROMP    PROMS    PREPARES AND SIGNS OFF PROMOTIONS'.
           05 FILLER PIC X(58) VALUE
           'HOLDR    ****ACD  RELEASES THE BALANCE HOLD AND MAINTAINS'.
           05 FILLER PIC X(58) VALUE
           'BKUPR    ****ACD  RESTORES BACKUP SETS AND MAINTAINS'.
       01 WS-CONFLICT-RULES REDEFINES WS-CONFLICT-RULES-TABLE.
           05 WS-CONFLICT-RULE OCCURS 6 TIMES.
               10 WS-CR-MASTER-A  PIC X(04).
               10 WS-CR-LETTERS-A PIC X(05).
               10 WS-CR-MASTER-B  PIC X(04).
               10 WS-CR-LETTERS-B PIC X(05).
               10 WS-CR-TEXT      PIC X(40).
       01 WS-CR-IDX       PIC 9(01) VALUE ZEROS.
       01 WS-SIDE-A-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-SIDE-A-HELD  PIC X(05) VALUE SPACES.
       01 WS-SIDE-B-HELD  PIC X(05) VALUE SPACES.
       01 WS-MATCH-LETTERS PIC X(05) VALUE SPACES.
       01 WS-MATCH-HELD   PIC X(05) VALUE SPACES.
       01 WS-MATCH-IDX    PIC 9(01) VALUE ZEROS.
       01 WS-MATCH-SCAN   PIC 9(01) VALUE ZEROS.
       01 WS-MATCH-SLOT   PIC 9(01) VALUE ZEROS.
       01 WS-MATCH-OUT    PIC X(05) VALUE SPACES.

      * the user being printed: first and last row in the table
       01 WS-USER-FIRST   PIC 9(03) VALUE ZEROS.
       01 WS-USER-LAST    PIC 9(03) VALUE ZEROS.
       01 WS-CURRENT-USER PIC X(08) VALUE SPACES.

       01 WS-REVOKE-LETTERS PIC X(05) VALUE SPACES.
       01 WS-REVOKE-SLOT    PIC 9(01) VALUE ZEROS.
       01 WS-DAYS-UNUSED    PIC S9(05) VALUE ZEROS.
       01 WS-USER-COUNT     PIC 9(05) VALUE ZEROS.
       01 WS-LETTER-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-CONFLICT-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-REVOKE-COUNT   PIC 9(05) VALUE ZEROS.

       01 WS-USER-HEAD-LINE.
           05 FILLER       PIC X(05) VALUE 'USER '.
           05 UH-USER      PIC X(08).

       01 WS-GRANT-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 GL-MASTER    PIC X(04).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 GL-LETTER    PIC X(01).
           05 FILLER       PIC X(05) VALUE SPACES.
           05 GL-LAST-USED PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 GL-DAYS      PIC X(05).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 GL-NOTE      PIC X(40).
       01 WS-DAYS-EDIT     PIC ZZZZ9.

       01 WS-CONFLICT-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(10) VALUE 'CONFLICT: '.
           05 CL-MASTER-A  PIC X(04).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CL-LETTERS-A PIC X(05).
           05 FILLER       PIC X(06) VALUE ' WITH '.
           05 CL-MASTER-B  PIC X(04).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CL-LETTERS-B PIC X(05).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CL-TEXT      PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'ACCESS-RECERTIFICATION' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           PERFORM 0050-LOAD-PARM
           PERFORM 0100-LOAD-AUTHORITY
           PERFORM 0200-WALK-AUDIT-TRAILS

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'ACCESS-RECERTIFICATION' TO RW-PROGRAM-ID
           MOVE 'USER ACCESS RECERTIFICATION' TO RW-REPORT-TITLE
           MOVE 'src/access-recert-report.txt' TO RW-REPORT-PATH
           MOVE 'USER    MASTER  LETTER  LAST USED  DAYS  NOTE' TO
               RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVOKE-PROPOSAL-FILE
           IF WS-FS-STATUS-PROPOSAL NOT = '00'
               DISPLAY 'ERROR OPENING REVOKE PROPOSALS, STATUS: '
                   WS-FS-STATUS-PROPOSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0300-PRINT-TRAIL-REACH
           MOVE 1 TO WS-USER-FIRST
           PERFORM UNTIL WS-USER-FIRST > WS-AUTH-COUNT
               PERFORM 0400-PRINT-ONE-USER
               ADD 1 TO WS-USER-LAST GIVING WS-USER-FIRST
           END-PERFORM

           CLOSE REVOKE-PROPOSAL-FILE
           MOVE 'USERS REVIEWED' TO RW-COUNT-LABEL (1)
           MOVE WS-USER-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CONFLICTS FLAGGED' TO RW-COUNT-LABEL (2)
           MOVE WS-CONFLICT-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'REVOKES PROPOSED' TO RW-COUNT-LABEL (3)
           MOVE WS-REVOKE-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Users reviewed:     ' WS-USER-COUNT
           DISPLAY 'Letters reviewed:   ' WS-LETTER-COUNT
           DISPLAY 'Conflicts flagged:  ' WS-CONFLICT-COUNT
           DISPLAY 'Revokes proposed:   ' WS-REVOKE-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-CONFLICT-COUNT > ZEROS
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

       0050-LOAD-PARM.
           OPEN INPUT RECERT-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ RECERT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-UNUSED-DAYS IS NUMERIC
                           AND RP-UNUSED-DAYS > ZEROS
                       MOVE RP-UNUSED-DAYS TO WS-UNUSED-DAYS
                   END-IF
                   MOVE RP-REVIEWER TO WS-REVIEWER
           END-READ
           CLOSE RECERT-PARM-FILE.

      * the table is loaded and put in user and master order, the
      * order USER-AUTHORITY-MAINTENANCE rewrites it in
       0100-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE, STATUS: '
                   WS-FS-STATUS-AUTH ' -- NOTHING TO RECERTIFY'
               STOP RUN
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
                       MOVE UA-ACTIONS TO
                           WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                       PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                               UNTIL WS-LETTER-IDX > 5
                           MOVE ZEROS TO WS-AUTH-LAST-USED
                               (WS-AUTH-COUNT WS-LETTER-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX >= WS-AUTH-COUNT
               ADD 1 TO WS-AUTH-IDX
               MOVE WS-AUTH-IDX TO WS-AUTH-IDX-2
               PERFORM UNTIL WS-AUTH-IDX-2 >= WS-AUTH-COUNT
                   ADD 1 TO WS-AUTH-IDX-2
                   MOVE SPACES TO WS-SWAP-KEY-A
                   STRING WS-AUTH-USER (WS-AUTH-IDX)
                       WS-AUTH-MASTER (WS-AUTH-IDX)
                       DELIMITED BY SIZE INTO WS-SWAP-KEY-A
                   MOVE SPACES TO WS-SWAP-KEY-B
                   STRING WS-AUTH-USER (WS-AUTH-IDX-2)
                       WS-AUTH-MASTER (WS-AUTH-IDX-2)
                       DELIMITED BY SIZE INTO WS-SWAP-KEY-B
                   IF WS-SWAP-KEY-B < WS-SWAP-KEY-A
                       MOVE WS-AUTH-ENTRY (WS-AUTH-IDX) TO
                           WS-SWAP-ENTRY
                       MOVE WS-AUTH-ENTRY (WS-AUTH-IDX-2) TO
                           WS-AUTH-ENTRY (WS-AUTH-IDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-AUTH-ENTRY (WS-AUTH-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * the archives in the order they were cut, then the live trail
      * -- a grant's last use does not stop where retention cut it
       0200-WALK-AUDIT-TRAILS.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG = '00'
               PERFORM UNTIL WS-CATALOG-END = 'S'
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE 'S' TO WS-CATALOG-END
                       NOT AT END
                           IF AC-FILE-ID = 'AUDT'
                               MOVE AC-PATH TO WS-TRAIL-PATH
                               PERFORM 0210-SCAN-ONE-TRAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           MOVE 'src/audit-trail.txt' TO WS-TRAIL-PATH
           PERFORM 0210-SCAN-ONE-TRAIL.

       0210-SCAN-ONE-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT NOT = '00'
               DISPLAY 'AUDIT TRAIL ' WS-TRAIL-PATH
                   ' NOT READABLE, STATUS: ' WS-FS-STATUS-AUDIT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRAIL-END
           PERFORM UNTIL WS-TRAIL-END = 'S'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'S' TO WS-TRAIL-END
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0250-POST-ONE-USE
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

      * one audit record: the program names the master, the action
      * code (translated where the program checks a different
      * letter) names the letter, and the record's user is the one
      * who exercised it. A refusal is not a use.
       0250-POST-ONE-USE.
           IF AT-RUN-DATE NOT NUMERIC OR AT-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AT-RUN-DATE < WS-EARLIEST-DATE
               MOVE AT-RUN-DATE TO WS-EARLIEST-DATE
           END-IF
           MOVE ZEROS TO WS-REFUSED-TALLY
           INSPECT AT-DETAIL TALLYING WS-REFUSED-TALLY
               FOR ALL 'NOT AUTHORIZED'
           IF WS-REFUSED-TALLY > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-USE-MASTER
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 35
                   OR WS-USE-MASTER NOT = SPACES
               IF WS-PM-PROGRAM (WS-PM-IDX) = AT-PROGRAM-NAME
                   MOVE WS-PM-MASTER (WS-PM-IDX) TO WS-USE-MASTER
               END-IF
           END-PERFORM
           IF WS-USE-MASTER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-USE-MASTER = '****'
               MOVE AT-ACTION (3:4) TO WS-USE-MASTER
           END-IF
           MOVE AT-ACTION (1:1) TO WS-USE-LETTER
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > 15
               IF WS-LM-PROGRAM (WS-LM-IDX) = AT-PROGRAM-NAME
                       AND WS-LM-ACTION (WS-LM-IDX) =
                           AT-ACTION (1:1)
                   MOVE WS-LM-LETTER (WS-LM-IDX) TO WS-USE-LETTER
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-FOUND-IDX
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   OR WS-FOUND-IDX > ZEROS
               IF WS-AUTH-USER (WS-AUTH-IDX) = AT-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-USE-MASTER
                   MOVE WS-AUTH-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                   UNTIL WS-LETTER-IDX > 5
               IF WS-AUTH-ACTIONS (WS-FOUND-IDX) (WS-LETTER-IDX:1) =
                       WS-USE-LETTER
                       AND AT-RUN-DATE > WS-AUTH-LAST-USED
                           (WS-FOUND-IDX WS-LETTER-IDX)
                   MOVE AT-RUN-DATE TO WS-AUTH-LAST-USED
                       (WS-FOUND-IDX WS-LETTER-IDX)
                   ADD 1 TO WS-USES-POSTED
               END-IF
           END-PERFORM.

      * how far back the trail reaches decides whether a letter
      * never seen on it can be called unused
       0300-PRINT-TRAIL-REACH.
           MOVE ZEROS TO WS-TRAIL-DAYS
           MOVE SPACES TO RECERT-REPORT-LINE
           IF WS-EARLIEST-DATE = 99999999
               MOVE 'AUDIT TRAIL HOLDS NO RECORDS' TO
                   RECERT-REPORT-LINE
           ELSE
               MOVE 'DIFD' TO DU-FUNCTION
               MOVE WS-EARLIEST-DATE TO DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DAYS-OUT TO WS-TRAIL-DAYS
               MOVE WS-TRAIL-DAYS TO WS-DAYS-EDIT
               STRING 'AUDIT TRAIL REACHES BACK TO '
                   WS-EARLIEST-DATE ', ' WS-DAYS-EDIT ' DAYS'
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-IF
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE WS-UNUSED-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING 'GRANTS UNUSED FOR MORE THAN ' WS-DAYS-EDIT
               ' DAYS ARE PROPOSED FOR REVOKE'
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * one user: every row they hold, letter by letter, then the
      * conflict rules over the lot
       0400-PRINT-ONE-USER.
           MOVE WS-AUTH-USER (WS-USER-FIRST) TO WS-CURRENT-USER
           MOVE WS-USER-FIRST TO WS-USER-LAST
           PERFORM UNTIL WS-USER-LAST >= WS-AUTH-COUNT
                   OR WS-AUTH-USER (WS-USER-LAST + 1) NOT =
                       WS-CURRENT-USER
               ADD 1 TO WS-USER-LAST
           END-PERFORM
           ADD 1 TO WS-USER-COUNT
           IF WS-USER-COUNT > 1
               MOVE SPACES TO RECERT-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           END-IF
      * a user heading is not left alone at the foot of a page
           IF RW-LINES-LEFT < 3
               MOVE 'PAGE' TO RW-FUNCTION
               CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           END-IF
           MOVE WS-CURRENT-USER TO UH-USER
           MOVE WS-USER-HEAD-LINE TO RECERT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM VARYING WS-AUTH-IDX FROM WS-USER-FIRST BY 1
                   UNTIL WS-AUTH-IDX > WS-USER-LAST
               PERFORM 0410-PRINT-ONE-ROW
           END-PERFORM
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > 6
               PERFORM 0500-APPLY-ONE-RULE
           END-PERFORM.

       0410-PRINT-ONE-ROW.
           MOVE SPACES TO WS-REVOKE-LETTERS
           MOVE ZEROS TO WS-REVOKE-SLOT
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                   UNTIL WS-LETTER-IDX > 5
               IF WS-AUTH-ACTIONS (WS-AUTH-IDX) (WS-LETTER-IDX:1)
                       NOT = SPACE
                   PERFORM 0420-PRINT-ONE-LETTER
               END-IF
           END-PERFORM
           IF WS-REVOKE-LETTERS NOT = SPACES
               MOVE SPACES TO REVOKE-PROPOSAL-REC
               MOVE 'R' TO UT-ACTION
               MOVE ',' TO UT-COMMA-1
               MOVE WS-AUTH-USER (WS-AUTH-IDX) TO UT-USER
               MOVE ',' TO UT-COMMA-2
               MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO UT-MASTER
               MOVE ',' TO UT-COMMA-3
               MOVE WS-REVOKE-LETTERS TO UT-LETTERS
               MOVE ',' TO UT-COMMA-4
               MOVE WS-REVIEWER TO UT-KEYED-BY
               WRITE REVOKE-PROPOSAL-REC
               ADD 1 TO WS-REVOKE-COUNT
           END-IF.

      * a letter used within the limit stands; one used longer ago,
      * or never used on a trail reaching back past the limit, goes
      * on the proposed revoke
       0420-PRINT-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO GL-MASTER
           MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) (WS-LETTER-IDX:1) TO
               GL-LETTER
           MOVE SPACES TO GL-DAYS
           MOVE SPACES TO GL-NOTE
           IF WS-AUTH-LAST-USED (WS-AUTH-IDX WS-LETTER-IDX) = ZEROS
               MOVE 'NEVER' TO GL-LAST-USED
               IF WS-EARLIEST-DATE NOT = 99999999
                       AND WS-TRAIL-DAYS > WS-UNUSED-DAYS
                   MOVE 'NEVER USED -- PROPOSED REVOKE' TO GL-NOTE
                   PERFORM 0430-ADD-REVOKE-LETTER
               ELSE
                   MOVE 'NOT ON THE TRAIL, TRAIL TOO SHORT' TO
                       GL-NOTE
               END-IF
           ELSE
               MOVE WS-AUTH-LAST-USED (WS-AUTH-IDX WS-LETTER-IDX) TO
                   GL-LAST-USED
               MOVE 'DIFD' TO DU-FUNCTION
               MOVE WS-AUTH-LAST-USED (WS-AUTH-IDX WS-LETTER-IDX) TO
                   DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DAYS-OUT TO WS-DAYS-UNUSED
               IF WS-DAYS-UNUSED < ZEROS
                   MOVE ZEROS TO WS-DAYS-UNUSED
               END-IF
               MOVE WS-DAYS-UNUSED TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO GL-DAYS
               IF WS-DAYS-UNUSED > WS-UNUSED-DAYS
                   MOVE 'UNUSED PAST THE LIMIT -- PROPOSED REVOKE'
                       TO GL-NOTE
                   PERFORM 0430-ADD-REVOKE-LETTER
               END-IF
           END-IF
           MOVE WS-GRANT-LINE TO RECERT-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

       0430-ADD-REVOKE-LETTER.
           ADD 1 TO WS-REVOKE-SLOT
           MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) (WS-LETTER-IDX:1) TO
               WS-REVOKE-LETTERS (WS-REVOKE-SLOT:1).

      * one rule against the user's rows: the first side must be
      * held on its master, then each row matching the second side
      * is a conflict printed on its own line
       0500-APPLY-ONE-RULE.
           MOVE ZEROS TO WS-SIDE-A-IDX
           MOVE SPACES TO WS-SIDE-A-HELD
           PERFORM VARYING WS-AUTH-IDX FROM WS-USER-FIRST BY 1
                   UNTIL WS-AUTH-IDX > WS-USER-LAST
               IF WS-AUTH-MASTER (WS-AUTH-IDX) =
                       WS-CR-MASTER-A (WS-CR-IDX)
                   MOVE WS-CR-LETTERS-A (WS-CR-IDX) TO
                       WS-MATCH-LETTERS
                   MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) TO
                       WS-MATCH-HELD
                   PERFORM 0550-MATCH-LETTERS
                   IF WS-MATCH-OUT NOT = SPACES
                       MOVE WS-AUTH-IDX TO WS-SIDE-A-IDX
                       MOVE WS-MATCH-OUT TO WS-SIDE-A-HELD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIDE-A-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AUTH-IDX FROM WS-USER-FIRST BY 1
                   UNTIL WS-AUTH-IDX > WS-USER-LAST
               IF WS-AUTH-MASTER (WS-AUTH-IDX) =
                       WS-CR-MASTER-B (WS-CR-IDX)
                   OR (WS-CR-MASTER-B (WS-CR-IDX) = '****'
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) NOT =
                           WS-CR-MASTER-A (WS-CR-IDX))
                   MOVE WS-CR-LETTERS-B (WS-CR-IDX) TO
                       WS-MATCH-LETTERS
                   MOVE WS-AUTH-ACTIONS (WS-AUTH-IDX) TO
                       WS-MATCH-HELD
                   PERFORM 0550-MATCH-LETTERS
                   IF WS-MATCH-OUT NOT = SPACES
                       MOVE WS-CR-MASTER-A (WS-CR-IDX) TO CL-MASTER-A
                       MOVE WS-SIDE-A-HELD TO CL-LETTERS-A
                       MOVE WS-AUTH-MASTER (WS-AUTH-IDX) TO
                           CL-MASTER-B
                       MOVE WS-MATCH-OUT TO CL-LETTERS-B
                       MOVE WS-CR-TEXT (WS-CR-IDX) TO CL-TEXT
                       MOVE WS-CONFLICT-LINE TO RECERT-REPORT-LINE
                       PERFORM 0900-PRINT-REPORT-LINE
                       ADD 1 TO WS-CONFLICT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      * the letters of WS-MATCH-HELD that appear in WS-MATCH-LETTERS
       0550-MATCH-LETTERS.
           MOVE SPACES TO WS-MATCH-OUT
           MOVE ZEROS TO WS-MATCH-SLOT
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > 5
               IF WS-MATCH-HELD (WS-MATCH-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-MATCH-SCAN FROM 1 BY 1
                           UNTIL WS-MATCH-SCAN > 5
                       IF WS-MATCH-LETTERS (WS-MATCH-SCAN:1) =
                               WS-MATCH-HELD (WS-MATCH-IDX:1)
                           ADD 1 TO WS-MATCH-SLOT
                           MOVE WS-MATCH-HELD (WS-MATCH-IDX:1) TO
                               WS-MATCH-OUT (WS-MATCH-SLOT:1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE RECERT-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
