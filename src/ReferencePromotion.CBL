      ******************************************************************
      * Author:
      * Date:
      * Purpose: promotes reference data changes rehearsed in TEST to
      *          PROD, so they are no longer keyed a second time by
      *          hand. The city master, the city alias master, the
      *          geo reference, the course catalog and the holiday
      *          calendar are compared between the TEST and PROD
      *          directories named on env-paths.txt, and every key
      *          PROD needs added, changed or deleted goes on a
      *          promotion package (DATA-PROMOTION.CPY). The parm
      *          file says what this run does with it:
      *            P  prepare the package from a fresh compare;
      *            S  sign it off -- a second user, never the one
      *               who prepared it;
      *            A  apply a signed-off package to PROD.
      *          Sign-off and apply both refuse a package that no
      *          longer matches a fresh compare, so what is applied
      *          is exactly what was signed off. The apply does not
      *          write a master itself: it keys the package as
      *          transactions to each master's own maintenance
      *          program, run in the order the referential checks
      *          need (geo adds before cities, cities before
      *          aliases, and the deletes the other way round), so
      *          journaling, audit, authority and those checks all
      *          still apply; the city transactions are keyed with
      *          their header and trailer and pass TRANSACTION-EDIT
      *          like any other file. The compare is then taken
      *          again and every entry that did not reach PROD is
      *          reported as not promoted, pointing at the
      *          maintenance report that says why, with return code
      *          4 and an alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-PROMOTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-PARM-FILE ASSIGN TO
               'src/promotion-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT PROMOTION-PACKAGE-FILE ASSIGN TO
               'src/promotion-package.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PACKAGE.
           SELECT PROMOTION-REPORT ASSIGN TO
               'src/promotion-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * each reference master is opened twice through
      * WORKING-STORAGE names, once in the TEST directory and once
      * in the PROD directory
           SELECT CITY-TEST-FILE ASSIGN TO DYNAMIC WS-TEST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTS-NAME
           FILE STATUS IS WS-FS-STATUS-TEST.
           SELECT CITY-PROD-FILE ASSIGN TO DYNAMIC WS-PROD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPR-NAME
           FILE STATUS IS WS-FS-STATUS-PROD.
           SELECT ALIAS-TEST-FILE ASSIGN TO DYNAMIC WS-TEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TEST.
           SELECT ALIAS-PROD-FILE ASSIGN TO DYNAMIC WS-PROD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROD.
           SELECT GEO-TEST-FILE ASSIGN TO DYNAMIC WS-TEST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GTS-KEY
           FILE STATUS IS WS-FS-STATUS-TEST.
           SELECT GEO-PROD-FILE ASSIGN TO DYNAMIC WS-PROD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GPR-KEY
           FILE STATUS IS WS-FS-STATUS-PROD.
           SELECT COURSE-TEST-FILE ASSIGN TO DYNAMIC WS-TEST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCT-CODE
           FILE STATUS IS WS-FS-STATUS-TEST.
           SELECT COURSE-PROD-FILE ASSIGN TO DYNAMIC WS-PROD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCP-CODE
           FILE STATUS IS WS-FS-STATUS-PROD.
           SELECT HOLIDAY-TEST-FILE ASSIGN TO DYNAMIC WS-TEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TEST.
           SELECT HOLIDAY-PROD-FILE ASSIGN TO DYNAMIC WS-PROD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROD.

      * the transaction file of whichever maintenance program the
      * apply is about to run
           SELECT MAINT-TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * environment-to-directory mapping: the TEST side of the
      * compare resolves into the TEST directory, the PROD side into
      * the PROD directory
           SELECT ENV-PATHS-FILE ASSIGN TO 'src/env-paths.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENVP.

      * authorization reference: who may prepare (P), sign off (S)
      * and apply (A) a promotion package, master id PROM
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-PARM-FILE.
       01 PROMOTION-PARM-REC.
           05 PP-ACTION  PIC X(01).
           05 PP-COMMA   PIC X(01).
           05 PP-USER-ID PIC X(08).

       FD PROMOTION-PACKAGE-FILE.
       COPY 'src/DATA-PROMOTION.CPY'.

       FD PROMOTION-REPORT.
       01 PROMOTION-REPORT-LINE PIC X(132).

       FD CITY-TEST-FILE.
       01 CITY-TEST-REC.
           05 CTS-NAME        PIC X(30).
           05 CTS-POPULATION  PIC 9(09) COMP-3.
           05 CTS-STATE       PIC X(20).
           05 CTS-COUNTRY     PIC X(20).
           05 CTS-TIME-ZONE   PIC X(10).
           05 CTS-LAST-UPDATE.
               10 CTS-LAST-UPDATE-DATE PIC 9(08).
               10 CTS-LAST-UPDATE-TIME PIC 9(08).

       FD CITY-PROD-FILE.
       01 CITY-PROD-REC.
           05 CPR-NAME        PIC X(30).
           05 CPR-POPULATION  PIC 9(09) COMP-3.
           05 CPR-STATE       PIC X(20).
           05 CPR-COUNTRY     PIC X(20).
           05 CPR-TIME-ZONE   PIC X(10).
           05 CPR-LAST-UPDATE.
               10 CPR-LAST-UPDATE-DATE PIC 9(08).
               10 CPR-LAST-UPDATE-TIME PIC 9(08).

       FD ALIAS-TEST-FILE.
       01 ALIAS-TEST-REC.
           05 ATS-ALIAS       PIC X(30).
           05 ATS-COMMA       PIC X(01).
           05 ATS-MASTER-NAME PIC X(30).

       FD ALIAS-PROD-FILE.
       01 ALIAS-PROD-REC.
           05 APR-ALIAS       PIC X(30).
           05 APR-COMMA       PIC X(01).
           05 APR-MASTER-NAME PIC X(30).

       FD GEO-TEST-FILE.
       01 GEO-TEST-REC.
           05 GTS-KEY         PIC X(21).

       FD GEO-PROD-FILE.
       01 GEO-PROD-REC.
           05 GPR-KEY         PIC X(21).

       FD COURSE-TEST-FILE.
       01 COURSE-TEST-REC.
           05 CCT-CODE         PIC X(06).
           05 CCT-TITLE        PIC X(30).
           05 CCT-CREDIT-HOURS PIC 9(02).
           05 CCT-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD COURSE-PROD-FILE.
       01 COURSE-PROD-REC.
           05 CCP-CODE         PIC X(06).
           05 CCP-TITLE        PIC X(30).
           05 CCP-CREDIT-HOURS PIC 9(02).
           05 CCP-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD HOLIDAY-TEST-FILE.
       01 HOLIDAY-TEST-REC.
           05 HTS-DATE PIC 9(08).

       FD HOLIDAY-PROD-FILE.
       01 HOLIDAY-PROD-REC.
           05 HPR-DATE PIC 9(08).

       FD MAINT-TRANS-FILE.
       01 MAINT-TRANS-LINE PIC X(200).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD ENV-PATHS-FILE.
       01 ENV-PATHS-REC.
           05 EP-ENV-CODE PIC X(04).
           05 EP-COMMA    PIC X(01).
           05 EP-DIRECTORY PIC X(20).

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
      * AUDIT-WRITER subprogram
       COPY 'src/DATA-AUDIT.CPY'.

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PACKAGE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TEST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROD    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TRANS   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENVP    PIC X(02) VALUE '00'.
       01 WS-ENVP-END          PIC X(01) VALUE 'N'.
       01 WS-FILE-END          PIC X(01) VALUE 'N'.
       01 WS-PACKAGE-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the two directories compared, off the same mapping every
      * batch program honors; the defaults stand when no mapping
      * exists
       01 WS-TEST-DIR   PIC X(20) VALUE 'test/'.
       01 WS-PROD-DIR   PIC X(20) VALUE 'src/'.
       01 WS-TEST-PATH  PIC X(60) VALUE SPACES.
       01 WS-PROD-PATH  PIC X(60) VALUE SPACES.
       01 WS-TRANS-PATH PIC X(60) VALUE SPACES.

      * the reference masters the promotion covers, the file each
      * lives in, and the report its maintenance program writes --
      * where the reason for an entry that would not promote is
       01 WS-REF-MASTER-VALUES.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CITY'.
               10 FILLER PIC X(30) VALUE 'city-master.dat'.
               10 FILLER PIC X(30) VALUE 'city-maint-report.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'ALIA'.
               10 FILLER PIC X(30) VALUE 'city-alias.txt'.
               10 FILLER PIC X(30) VALUE 'city-alias-maint-report.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'GEO '.
               10 FILLER PIC X(30) VALUE 'geo-reference.dat'.
               10 FILLER PIC X(30) VALUE 'geo-maint-report.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CRSE'.
               10 FILLER PIC X(30) VALUE 'course-catalog.dat'.
               10 FILLER PIC X(30) VALUE 'course-maint-report.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'HOLI'.
               10 FILLER PIC X(30) VALUE 'holiday-calendar.txt'.
               10 FILLER PIC X(30) VALUE 'holiday-maint-report.txt'.
       01 WS-REF-MASTER-TABLE REDEFINES WS-REF-MASTER-VALUES.
           05 WS-RM-ENTRY OCCURS 5 TIMES.
               10 WS-RM-ID          PIC X(04).
               10 WS-RM-FILE-NAME   PIC X(30).
               10 WS-RM-REPORT-NAME PIC X(30).
       01 WS-RM-COUNT PIC 9(02) VALUE 5.
       01 WS-RM-IDX   PIC 9(02) VALUE ZEROS.

      * the order the apply keys the package: each phase is one run
      * of one maintenance program with the entries of the actions
      * it names. Geo adds go in before the cities that need them
      * and cities before the aliases that point at them; deletes
      * come out in the reverse order, so no referential check
      * blocks a change the package itself makes consistent
       01 WS-PHASE-VALUES.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'GEO '.
               10 FILLER PIC X(03) VALUE 'A  '.
               10 FILLER PIC X(40) VALUE './GeoReferenceMaintenance'.
               10 FILLER PIC X(30) VALUE 'geo-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CITY'.
               10 FILLER PIC X(03) VALUE 'AC '.
               10 FILLER PIC X(40) VALUE './CityMasterMaintenance'.
               10 FILLER PIC X(30) VALUE 'city-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'ALIA'.
               10 FILLER PIC X(03) VALUE 'ACD'.
               10 FILLER PIC X(40) VALUE './CityAliasMaintenance'.
               10 FILLER PIC X(30) VALUE
                   'city-alias-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CITY'.
               10 FILLER PIC X(03) VALUE 'D  '.
               10 FILLER PIC X(40) VALUE './CityMasterMaintenance'.
               10 FILLER PIC X(30) VALUE 'city-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'GEO '.
               10 FILLER PIC X(03) VALUE 'D  '.
               10 FILLER PIC X(40) VALUE './GeoReferenceMaintenance'.
               10 FILLER PIC X(30) VALUE 'geo-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'CRSE'.
               10 FILLER PIC X(03) VALUE 'ACD'.
               10 FILLER PIC X(40) VALUE './CourseCatalogMaintenance'.
               10 FILLER PIC X(30) VALUE 'course-transactions.txt'.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'HOLI'.
               10 FILLER PIC X(03) VALUE 'ACD'.
               10 FILLER PIC X(40) VALUE
                   './HolidayCalendarMaintenance'.
               10 FILLER PIC X(30) VALUE 'holiday-transactions.txt'.
       01 WS-PHASE-TABLE REDEFINES WS-PHASE-VALUES.
           05 WS-PH-ENTRY OCCURS 7 TIMES.
               10 WS-PH-FILE-ID    PIC X(04).
               10 WS-PH-ACTIONS    PIC X(03).
               10 WS-PH-COMMAND    PIC X(40).
               10 WS-PH-TRANS-NAME PIC X(30).
       01 WS-PH-COUNT  PIC 9(02) VALUE 7.
       01 WS-PH-IDX    PIC 9(02) VALUE ZEROS.
       01 WS-PH-SCAN   PIC 9(01) VALUE ZEROS.
       01 WS-PH-WANTED PIC X(01) VALUE 'N'.
       01 WS-PH-TRANS-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-COMMAND        PIC X(40) VALUE SPACES.

      * the city transaction file carries the header and trailer
      * TRANSACTION-EDIT proves (DATA-TRANS-CONTROL.CPY): the count
      * of lines keyed and the sum of their populations, and the
      * edit is run over it before the city maintenance program,
      * whose gate refuses a file the edit has not passed
       01 WS-PH-CONTROL-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-PH-HASH-FIELD    PIC 9(09) VALUE ZEROS.
       01 WS-PH-HASH-TOTAL    PIC 9(15) VALUE ZEROS.
       01 WS-EDIT-COMMAND     PIC X(40) VALUE './TransactionEdit'.

      * CALL 'SYSTEM' hands back the raw wait status, the exit code
      * in its high byte, normalized the way the batch driver does
       01 WS-RAW-STATUS   PIC S9(09) VALUE ZEROS.
       01 WS-STEP-RC      PIC 9(04) VALUE ZEROS.

      * one side of one master at a time, in display form; a key
      * found on the other side is marked so what is left over is
      * what that side alone holds
       01 WS-TS-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 1000 TIMES.
               10 WS-TS-KEY   PIC X(30).
               10 WS-TS-IMAGE PIC X(70).
       01 WS-PS-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 1000 TIMES.
               10 WS-PS-KEY     PIC X(30).
               10 WS-PS-IMAGE   PIC X(70).
               10 WS-PS-MATCHED PIC X(01).
      * the last-update stamp of every PROD city as the compare read
      * it: a city change or delete is keyed carrying it, so the
      * maintenance program rejects it if PROD moved underneath
       01 WS-CS-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 1000 TIMES.
               10 WS-CS-KEY   PIC X(30).
               10 WS-CS-STAMP PIC X(16).
       01 WS-CS-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-CS-SEEN  PIC X(16) VALUE SPACES.
       01 WS-TS-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-PS-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-PS-FOUND PIC 9(04) VALUE ZEROS.
       01 WS-SIDE-KEY   PIC X(30) VALUE SPACES.
       01 WS-SIDE-IMAGE PIC X(70) VALUE SPACES.
       01 WS-SIDE       PIC X(01) VALUE SPACE.
       01 WS-POP-DISPLAY PIC 9(09) VALUE ZEROS.

      * the differences a compare finds, and the package as it was
      * prepared; the two tables share a layout so a fresh compare
      * can be held to the package entry for entry
       01 WS-DF-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-DF-TABLE.
           05 WS-DF-ENTRY OCCURS 500 TIMES.
               10 WS-DF-FILE-ID PIC X(04).
               10 WS-DF-ACTION  PIC X(01).
               10 WS-DF-KEY     PIC X(30).
               10 WS-DF-IMAGE   PIC X(70).
       01 WS-DF-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-DIFF-MASTER-ID PIC X(04) VALUE SPACES.
       01 WS-PG-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 500 TIMES.
               10 WS-PG-FILE-ID PIC X(04).
               10 WS-PG-ACTION  PIC X(01).
               10 WS-PG-KEY     PIC X(30).
               10 WS-PG-IMAGE   PIC X(70).
       01 WS-PG-IDX   PIC 9(04) VALUE ZEROS.

       01 WS-HEADER-HOLD     PIC X(108) VALUE SPACES.
       01 WS-PACKAGE-FOUND   PIC X(01) VALUE 'N'.
       01 WS-PACKAGE-CURRENT PIC X(01) VALUE 'N'.
       01 WS-FAILED-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-PROMOTED-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-PROMOTION-RC    PIC 9(04) VALUE ZEROS.
       01 WS-RESULT-MESSAGE  PIC X(40) VALUE SPACES.
       01 WS-AUDIT-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME      PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE PIC X(01).
           88 WS-ACTION-PREPARE  VALUE 'P'.
           88 WS-ACTION-SIGN-OFF VALUE 'S'.
           88 WS-ACTION-APPLY    VALUE 'A'.

      * who keyed the run, and the authorization reference table; a
      * missing authority file means checking is not yet in force on
      * this box, which is announced once at startup
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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'PROM'.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: when sign-on is in force the parm's user must be
      * the signed-on user
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-RESOLVE-DIRECTORIES
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT PROMOTION-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO PROMOTION PARM FILE, STATUS: '
                   WS-FS-STATUS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROMOTION-PARM-FILE
               AT END
                   MOVE SPACES TO PROMOTION-PARM-REC
           END-READ
           CLOSE PROMOTION-PARM-FILE
           MOVE PP-ACTION TO WS-ACTION-CODE

           OPEN OUTPUT PROMOTION-REPORT
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'REFERENCE DATA PROMOTION  BUSINESS DATE '
               WS-BUSINESS-DATE '  ACTION ' PP-ACTION
               '  USER ' PP-USER-ID
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'TEST DIRECTORY ' WS-TEST-DIR
               '  PROD DIRECTORY ' WS-PROD-DIR
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           MOVE SPACES TO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE

           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' PP-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACTION-PREPARE
                       PERFORM 1000-PREPARE-PACKAGE
                   WHEN WS-ACTION-SIGN-OFF
                       PERFORM 2000-SIGN-OFF-PACKAGE
                   WHEN WS-ACTION-APPLY
                       PERFORM 3000-APPLY-PACKAGE
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
                       MOVE 8 TO WS-PROMOTION-RC
               END-EVALUATE
           END-IF

           MOVE SPACES TO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'RESULT: ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           CLOSE PROMOTION-REPORT
           DISPLAY 'PROMOTION: ' WS-RESULT-MESSAGE
           PERFORM 0800-WRITE-AUDIT-RECORD
           MOVE WS-PROMOTION-RC TO RETURN-CODE
           STOP RUN.

      * prepares a package from a fresh compare, replacing any
      * package not yet applied -- a sign-off on the old one does
      * not carry over
       1000-PREPARE-PACKAGE.
           PERFORM 4000-BUILD-DIFFERENCES
           MOVE WS-DF-COUNT TO WS-PG-COUNT
           MOVE WS-DF-TABLE TO WS-PG-TABLE
           MOVE SPACES TO PROMOTION-HEADER-REC
           MOVE 'HEAD' TO PH-RECORD-ID
           MOVE 'P' TO PH-STATUS
           MOVE PP-USER-ID TO PH-PREPARED-BY
           MOVE WS-BUSINESS-DATE TO PH-PREPARED-DATE
           ACCEPT PH-PREPARED-TIME FROM TIME
           MOVE WS-PG-COUNT TO PH-ENTRY-COUNT
           MOVE ZEROS TO PH-SIGNED-DATE
           MOVE ZEROS TO PH-APPLIED-DATE
           PERFORM 0450-PUNCTUATE-HEADER
           MOVE PROMOTION-HEADER-REC TO WS-HEADER-HOLD
           PERFORM 0460-WRITE-PACKAGE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM 0900-REPORT-PACKAGE-ENTRY
           END-PERFORM
           IF WS-PG-COUNT = ZEROS
               MOVE 'NOTHING TO PROMOTE, TEST MATCHES PROD' TO
                   WS-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'PREPARED, ' WS-PG-COUNT
                   ' ENTRIES AWAIT SIGN-OFF'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a second user signs the package off, and only while it still
      * says what a fresh compare says
       2000-SIGN-OFF-PACKAGE.
           PERFORM 0400-READ-PACKAGE
           IF WS-PACKAGE-FOUND = 'N'
               MOVE 'SIGN-OFF REFUSED, NO PACKAGE PREPARED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           IF NOT PH-PREPARED
               MOVE 'SIGN-OFF REFUSED, PACKAGE NOT AWAITING IT' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           IF PH-PREPARED-BY = PP-USER-ID
               MOVE 'SIGN-OFF REFUSED, OWN PACKAGE' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 0410-CHECK-PACKAGE-CURRENT
           IF WS-PACKAGE-CURRENT = 'N'
               MOVE 'SIGN-OFF REFUSED, PACKAGE STALE, PREPARE' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC
           MOVE 'S' TO PH-STATUS
           MOVE PP-USER-ID TO PH-SIGNED-BY
           MOVE WS-BUSINESS-DATE TO PH-SIGNED-DATE
           MOVE PROMOTION-HEADER-REC TO WS-HEADER-HOLD
           PERFORM 0460-WRITE-PACKAGE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM 0900-REPORT-PACKAGE-ENTRY
           END-PERFORM
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'SIGNED OFF, PREPARED BY ' PH-PREPARED-BY
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * applies a signed-off package to PROD through each master's
      * maintenance program, then proves what arrived
       3000-APPLY-PACKAGE.
           IF WS-ENVIRONMENT-CODE NOT = 'PROD'
               MOVE 'APPLY REFUSED, RUN CONTROL IS NOT PROD' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-READ-PACKAGE
           IF WS-PACKAGE-FOUND = 'N'
               MOVE 'APPLY REFUSED, NO PACKAGE PREPARED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           IF NOT PH-SIGNED-OFF
               MOVE 'APPLY REFUSED, PACKAGE NOT SIGNED OFF' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 0410-CHECK-PACKAGE-CURRENT
           IF WS-PACKAGE-CURRENT = 'N'
               MOVE 'APPLY REFUSED, PACKAGE STALE, PREPARE' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               PERFORM 3100-RUN-PHASE
           END-PERFORM

      * what reached PROD is whatever no longer differs; an entry
      * whose key a fresh compare still turns up did not promote
           PERFORM 4000-BUILD-DIFFERENCES
           MOVE SPACES TO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM 3300-VERIFY-PACKAGE-ENTRY
           END-PERFORM

           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC
           MOVE 'A' TO PH-STATUS
           MOVE PP-USER-ID TO PH-APPLIED-BY
           MOVE WS-BUSINESS-DATE TO PH-APPLIED-DATE
           MOVE PROMOTION-HEADER-REC TO WS-HEADER-HOLD
           PERFORM 0460-WRITE-PACKAGE
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF WS-FAILED-COUNT = ZEROS
               STRING 'APPLIED, ' WS-PROMOTED-COUNT ' PROMOTED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           ELSE
               STRING 'APPLIED, ' WS-FAILED-COUNT
                   ' NOT PROMOTED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 4 TO WS-PROMOTION-RC
               MOVE 'W' TO AL-SEVERITY
               MOVE 'REFERENCE-PROMOTION' TO AL-SOURCE
               MOVE SPACES TO AL-MESSAGE
               STRING WS-FAILED-COUNT
                   ' PROMOTION ENTRIES DID NOT REACH PROD, SEE '
                   'promotion-report.txt'
                   DELIMITED BY SIZE INTO AL-MESSAGE
               CALL 'ALERT-WRITER' USING ALERT-REC
           END-IF.

      * keys one phase's entries to its maintenance program's
      * transaction file in the PROD directory and runs the program;
      * a phase with nothing to key is not run at all
       3100-RUN-PHASE.
           MOVE ZEROS TO WS-PH-TRANS-COUNT
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM 3110-CHECK-PHASE-WANTS
               IF WS-PH-WANTED = 'Y'
                   ADD 1 TO WS-PH-TRANS-COUNT
               END-IF
           END-PERFORM
           IF WS-PH-TRANS-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TRANS-PATH
           STRING WS-PROD-DIR DELIMITED BY SPACE
               WS-PH-TRANS-NAME (WS-PH-IDX) DELIMITED BY SPACE
               INTO WS-TRANS-PATH
           OPEN OUTPUT MAINT-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               MOVE SPACES TO PROMOTION-REPORT-LINE
               STRING 'CANNOT WRITE ' WS-TRANS-PATH ' STATUS '
                   WS-FS-STATUS-TRANS
                   DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
               WRITE PROMOTION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PH-HASH-TOTAL
           IF WS-PH-FILE-ID (WS-PH-IDX) = 'CITY'
               MOVE SPACES TO MAINT-TRANS-LINE
               STRING 'HDR,CITY,' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO MAINT-TRANS-LINE
               WRITE MAINT-TRANS-LINE
           END-IF
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM 3110-CHECK-PHASE-WANTS
               IF WS-PH-WANTED = 'Y'
                   PERFORM 3200-WRITE-TRANSACTION
               END-IF
           END-PERFORM
           IF WS-PH-FILE-ID (WS-PH-IDX) = 'CITY'
               MOVE WS-PH-TRANS-COUNT TO WS-PH-CONTROL-COUNT
               MOVE SPACES TO MAINT-TRANS-LINE
               STRING 'TRL,' WS-PH-CONTROL-COUNT ',' WS-PH-HASH-TOTAL
                   DELIMITED BY SIZE INTO MAINT-TRANS-LINE
               WRITE MAINT-TRANS-LINE
           END-IF
           CLOSE MAINT-TRANS-FILE
           IF WS-PH-FILE-ID (WS-PH-IDX) = 'CITY'
               PERFORM 3150-RUN-TRANSACTION-EDIT
           END-IF
           MOVE WS-PH-COMMAND (WS-PH-IDX) TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-STATUS
           MOVE ZEROS TO RETURN-CODE
           IF WS-RAW-STATUS >= 256
               DIVIDE WS-RAW-STATUS BY 256 GIVING WS-STEP-RC
           ELSE
               MOVE WS-RAW-STATUS TO WS-STEP-RC
           END-IF
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'RAN ' WS-PH-COMMAND (WS-PH-IDX) ' WITH '
               WS-PH-TRANS-COUNT ' TRANSACTIONS, RC ' WS-STEP-RC
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE.

      * the edit's own report says what it found; a file it holds
      * back is refused by the maintenance program that follows, and
      * its entries are reported not promoted by the closing compare
       3150-RUN-TRANSACTION-EDIT.
           MOVE WS-EDIT-COMMAND TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-STATUS
           MOVE ZEROS TO RETURN-CODE
           IF WS-RAW-STATUS >= 256
               DIVIDE WS-RAW-STATUS BY 256 GIVING WS-STEP-RC
           ELSE
               MOVE WS-RAW-STATUS TO WS-STEP-RC
           END-IF
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING 'RAN ' WS-EDIT-COMMAND ' OVER THE KEYED '
               'TRANSACTIONS, RC ' WS-STEP-RC
               ', SEE transaction-edit-report.txt'
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE.

       3110-CHECK-PHASE-WANTS.
           MOVE 'N' TO WS-PH-WANTED
           IF WS-PG-FILE-ID (WS-PG-IDX) NOT =
                   WS-PH-FILE-ID (WS-PH-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PH-SCAN FROM 1 BY 1
                   UNTIL WS-PH-SCAN > 3
               IF WS-PH-ACTIONS (WS-PH-IDX) (WS-PH-SCAN:1) =
                       WS-PG-ACTION (WS-PG-IDX)
                   MOVE 'Y' TO WS-PH-WANTED
               END-IF
           END-PERFORM.

      * one package entry as its maintenance program's transaction,
      * carrying the applying user's id so that program's own
      * authority check applies; the alias master has no change
      * action, so an alias change is keyed as a delete and an add
       3200-WRITE-TRANSACTION.
           MOVE SPACES TO MAINT-TRANS-LINE
           EVALUATE WS-PG-FILE-ID (WS-PG-IDX)
               WHEN 'CITY'
                   STRING WS-PG-ACTION (WS-PG-IDX) ','
                       WS-PG-KEY (WS-PG-IDX) ','
                       WS-PG-IMAGE (WS-PG-IDX) (1:62) ','
                       PP-USER-ID ','
                       DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   MOVE ',000000,00000000' TO MAINT-TRANS-LINE (136:16)
                   PERFORM 3210-FIND-PROD-STAMP
                   MOVE ',' TO MAINT-TRANS-LINE (152:1)
                   MOVE WS-CS-SEEN TO MAINT-TRANS-LINE (153:16)
                   IF MAINT-TRANS-LINE (34:9) IS NUMERIC
                       MOVE MAINT-TRANS-LINE (34:9) TO WS-PH-HASH-FIELD
                       ADD WS-PH-HASH-FIELD TO WS-PH-HASH-TOTAL
                   END-IF
                   WRITE MAINT-TRANS-LINE
               WHEN 'ALIA'
                   IF WS-PG-ACTION (WS-PG-IDX) = 'C'
                       STRING 'D,' WS-PG-KEY (WS-PG-IDX) ','
                           WS-PG-IMAGE (WS-PG-IDX) (1:30) ','
                           PP-USER-ID
                           DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                       WRITE MAINT-TRANS-LINE
                       MOVE SPACES TO MAINT-TRANS-LINE
                       STRING 'A,' WS-PG-KEY (WS-PG-IDX) ','
                           WS-PG-IMAGE (WS-PG-IDX) (1:30) ','
                           PP-USER-ID
                           DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   ELSE
                       STRING WS-PG-ACTION (WS-PG-IDX) ','
                           WS-PG-KEY (WS-PG-IDX) ','
                           WS-PG-IMAGE (WS-PG-IDX) (1:30) ','
                           PP-USER-ID
                           DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   END-IF
                   WRITE MAINT-TRANS-LINE
               WHEN 'GEO '
                   STRING WS-PG-ACTION (WS-PG-IDX) ','
                       WS-PG-KEY (WS-PG-IDX) (1:1) ','
                       WS-PG-KEY (WS-PG-IDX) (2:20) ','
                       PP-USER-ID
                       DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   WRITE MAINT-TRANS-LINE
               WHEN 'CRSE'
                   STRING WS-PG-ACTION (WS-PG-IDX) ','
                       WS-PG-KEY (WS-PG-IDX) (1:6) ','
                       WS-PG-IMAGE (WS-PG-IDX) (1:33) ','
                       PP-USER-ID ','
                       WS-PG-IMAGE (WS-PG-IDX) (35:20)
                       DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   WRITE MAINT-TRANS-LINE
               WHEN 'HOLI'
                   STRING WS-PG-ACTION (WS-PG-IDX) ','
                       WS-PG-KEY (WS-PG-IDX) (1:8) ','
                       PP-USER-ID
                       DELIMITED BY SIZE INTO MAINT-TRANS-LINE
                   WRITE MAINT-TRANS-LINE
           END-EVALUATE.

      * the stamp the PROD city carried when this run's compare read
      * it; blank for a city PROD does not hold yet
       3210-FIND-PROD-STAMP.
           MOVE SPACES TO WS-CS-SEEN
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-KEY (WS-CS-IDX) = WS-PG-KEY (WS-PG-IDX)
                   MOVE WS-CS-STAMP (WS-CS-IDX) TO WS-CS-SEEN
               END-IF
           END-PERFORM.

       3300-VERIFY-PACKAGE-ENTRY.
           MOVE ZEROS TO WS-DF-IDX
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-DF-COUNT
               IF WS-DF-FILE-ID (WS-TS-IDX) = WS-PG-FILE-ID (WS-PG-IDX)
                       AND WS-DF-KEY (WS-TS-IDX) =
                           WS-PG-KEY (WS-PG-IDX)
                   MOVE WS-TS-IDX TO WS-DF-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO PROMOTION-REPORT-LINE
           IF WS-DF-IDX = ZEROS
               ADD 1 TO WS-PROMOTED-COUNT
               STRING WS-PG-FILE-ID (WS-PG-IDX) ' '
                   WS-PG-ACTION (WS-PG-IDX) ' '
                   WS-PG-KEY (WS-PG-IDX) ' PROMOTED'
                   DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-RM-COUNT
                   IF WS-RM-ID (WS-RM-IDX) = WS-PG-FILE-ID (WS-PG-IDX)
                       STRING WS-PG-FILE-ID (WS-PG-IDX) ' '
                           WS-PG-ACTION (WS-PG-IDX) ' '
                           WS-PG-KEY (WS-PG-IDX)
                           ' NOT PROMOTED, SEE ' DELIMITED BY SIZE
                           WS-RM-REPORT-NAME (WS-RM-IDX)
                               DELIMITED BY SPACE
                           INTO PROMOTION-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE PROMOTION-REPORT-LINE.

      * loads the package; the header line is held aside and every
      * entry goes to the package table
       0400-READ-PACKAGE.
           MOVE 'N' TO WS-PACKAGE-FOUND
           MOVE ZEROS TO WS-PG-COUNT
           OPEN INPUT PROMOTION-PACKAGE-FILE
           IF WS-FS-STATUS-PACKAGE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PROMOTION-PACKAGE-FILE
               AT END
                   CLOSE PROMOTION-PACKAGE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PH-RECORD-ID NOT = 'HEAD'
               CLOSE PROMOTION-PACKAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PACKAGE-FOUND
           MOVE PROMOTION-HEADER-REC TO WS-HEADER-HOLD
           MOVE 'N' TO WS-PACKAGE-END
           PERFORM UNTIL WS-PACKAGE-END = 'S'
               READ PROMOTION-PACKAGE-FILE
                   AT END
                       MOVE 'S' TO WS-PACKAGE-END
                   NOT AT END
                       IF WS-PG-COUNT < 500
                           ADD 1 TO WS-PG-COUNT
                           MOVE PK-FILE-ID TO
                               WS-PG-FILE-ID (WS-PG-COUNT)
                           MOVE PK-ACTION TO
                               WS-PG-ACTION (WS-PG-COUNT)
                           MOVE PK-KEY TO WS-PG-KEY (WS-PG-COUNT)
                           MOVE PK-IMAGE TO
                               WS-PG-IMAGE (WS-PG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOTION-PACKAGE-FILE
           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC.

      * a fresh compare must turn up exactly the package's entries,
      * in the same order, for the package still to stand
       0410-CHECK-PACKAGE-CURRENT.
           PERFORM 4000-BUILD-DIFFERENCES
           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC
           MOVE 'Y' TO WS-PACKAGE-CURRENT
           IF WS-DF-COUNT NOT = WS-PG-COUNT
                   OR WS-PG-COUNT NOT = PH-ENTRY-COUNT
               MOVE 'N' TO WS-PACKAGE-CURRENT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-ENTRY (WS-PG-IDX) NOT =
                       WS-DF-ENTRY (WS-PG-IDX)
                   MOVE 'N' TO WS-PACKAGE-CURRENT
               END-IF
           END-PERFORM.

       0450-PUNCTUATE-HEADER.
           MOVE ',' TO PH-COMMA-1
           MOVE ',' TO PH-COMMA-2
           MOVE ',' TO PH-COMMA-3
           MOVE ',' TO PH-COMMA-4
           MOVE ',' TO PH-COMMA-5
           MOVE ',' TO PH-COMMA-6
           MOVE ',' TO PH-COMMA-7
           MOVE ',' TO PH-COMMA-8
           MOVE ',' TO PH-COMMA-9.

       0460-WRITE-PACKAGE.
           OPEN OUTPUT PROMOTION-PACKAGE-FILE
           IF WS-FS-STATUS-PACKAGE NOT = '00'
               DISPLAY 'ERROR WRITING PROMOTION PACKAGE, STATUS: '
                   WS-FS-STATUS-PACKAGE
               MOVE 8 TO WS-PROMOTION-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROMOTION-PACKAGE-REC
           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC
           WRITE PROMOTION-HEADER-REC
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               MOVE SPACES TO PROMOTION-PACKAGE-REC
               MOVE WS-PG-FILE-ID (WS-PG-IDX) TO PK-FILE-ID
               MOVE ',' TO PK-COMMA-1
               MOVE WS-PG-ACTION (WS-PG-IDX) TO PK-ACTION
               MOVE ',' TO PK-COMMA-2
               MOVE WS-PG-KEY (WS-PG-IDX) TO PK-KEY
               MOVE ',' TO PK-COMMA-3
               MOVE WS-PG-IMAGE (WS-PG-IDX) TO PK-IMAGE
               WRITE PROMOTION-PACKAGE-REC
           END-PERFORM
           CLOSE PROMOTION-PACKAGE-FILE
           MOVE WS-HEADER-HOLD TO PROMOTION-HEADER-REC.

      * compares every reference master between the two directories
      * into the difference table, master by master
       4000-BUILD-DIFFERENCES.
           MOVE ZEROS TO WS-DF-COUNT
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               MOVE ZEROS TO WS-TS-COUNT
               MOVE ZEROS TO WS-PS-COUNT
               MOVE SPACES TO WS-TEST-PATH
               STRING WS-TEST-DIR DELIMITED BY SPACE
                   WS-RM-FILE-NAME (WS-RM-IDX) DELIMITED BY SPACE
                   INTO WS-TEST-PATH
               MOVE SPACES TO WS-PROD-PATH
               STRING WS-PROD-DIR DELIMITED BY SPACE
                   WS-RM-FILE-NAME (WS-RM-IDX) DELIMITED BY SPACE
                   INTO WS-PROD-PATH
               EVALUATE WS-RM-ID (WS-RM-IDX)
                   WHEN 'CITY'
                       PERFORM 4100-LOAD-CITY-SIDES
                   WHEN 'ALIA'
                       PERFORM 4200-LOAD-ALIAS-SIDES
                   WHEN 'GEO '
                       PERFORM 4300-LOAD-GEO-SIDES
                   WHEN 'CRSE'
                       PERFORM 4400-LOAD-COURSE-SIDES
                   WHEN 'HOLI'
                       PERFORM 4500-LOAD-HOLIDAY-SIDES
               END-EVALUATE
               MOVE WS-RM-ID (WS-RM-IDX) TO WS-DIFF-MASTER-ID
               PERFORM 4900-DIFFERENCE-SIDES
           END-PERFORM.

      * a master not on disk on one side is an empty master there
       4100-LOAD-CITY-SIDES.
           OPEN INPUT CITY-TEST-FILE
           IF WS-FS-STATUS-TEST = '00'
               MOVE 'T' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ CITY-TEST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE CTS-NAME TO WS-SIDE-KEY
                           MOVE CTS-POPULATION TO WS-POP-DISPLAY
                           MOVE SPACES TO WS-SIDE-IMAGE
                           STRING WS-POP-DISPLAY ',' CTS-STATE ','
                               CTS-COUNTRY ',' CTS-TIME-ZONE
                               DELIMITED BY SIZE INTO WS-SIDE-IMAGE
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CITY-TEST-FILE
           END-IF
           MOVE ZEROS TO WS-CS-COUNT
           OPEN INPUT CITY-PROD-FILE
           IF WS-FS-STATUS-PROD = '00'
               MOVE 'P' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ CITY-PROD-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE CPR-NAME TO WS-SIDE-KEY
                           MOVE CPR-POPULATION TO WS-POP-DISPLAY
                           MOVE SPACES TO WS-SIDE-IMAGE
                           STRING WS-POP-DISPLAY ',' CPR-STATE ','
                               CPR-COUNTRY ',' CPR-TIME-ZONE
                               DELIMITED BY SIZE INTO WS-SIDE-IMAGE
                           PERFORM 4800-HOLD-SIDE-ENTRY
                           ADD 1 TO WS-CS-COUNT
                           MOVE CPR-NAME TO WS-CS-KEY (WS-CS-COUNT)
                           MOVE CPR-LAST-UPDATE TO
                               WS-CS-STAMP (WS-CS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CITY-PROD-FILE
           END-IF.

       4200-LOAD-ALIAS-SIDES.
           OPEN INPUT ALIAS-TEST-FILE
           IF WS-FS-STATUS-TEST = '00'
               MOVE 'T' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ ALIAS-TEST-FILE
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           IF ATS-ALIAS NOT = SPACES
                               MOVE ATS-ALIAS TO WS-SIDE-KEY
                               MOVE ATS-MASTER-NAME TO WS-SIDE-IMAGE
                               PERFORM 4800-HOLD-SIDE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-TEST-FILE
           END-IF
           OPEN INPUT ALIAS-PROD-FILE
           IF WS-FS-STATUS-PROD = '00'
               MOVE 'P' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ ALIAS-PROD-FILE
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           IF APR-ALIAS NOT = SPACES
                               MOVE APR-ALIAS TO WS-SIDE-KEY
                               MOVE APR-MASTER-NAME TO WS-SIDE-IMAGE
                               PERFORM 4800-HOLD-SIDE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-PROD-FILE
           END-IF.

       4300-LOAD-GEO-SIDES.
           MOVE SPACES TO WS-SIDE-IMAGE
           OPEN INPUT GEO-TEST-FILE
           IF WS-FS-STATUS-TEST = '00'
               MOVE 'T' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ GEO-TEST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE GTS-KEY TO WS-SIDE-KEY
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GEO-TEST-FILE
           END-IF
           OPEN INPUT GEO-PROD-FILE
           IF WS-FS-STATUS-PROD = '00'
               MOVE 'P' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ GEO-PROD-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE GPR-KEY TO WS-SIDE-KEY
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GEO-PROD-FILE
           END-IF.

       4400-LOAD-COURSE-SIDES.
           OPEN INPUT COURSE-TEST-FILE
           IF WS-FS-STATUS-TEST = '00'
               MOVE 'T' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ COURSE-TEST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE CCT-CODE TO WS-SIDE-KEY
                           MOVE SPACES TO WS-SIDE-IMAGE
                           STRING CCT-TITLE ',' CCT-CREDIT-HOURS
                               ',' CCT-PREREQ-CODE (1)
                               ',' CCT-PREREQ-CODE (2)
                               ',' CCT-PREREQ-CODE (3)
                               DELIMITED BY SIZE INTO WS-SIDE-IMAGE
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COURSE-TEST-FILE
           END-IF
           OPEN INPUT COURSE-PROD-FILE
           IF WS-FS-STATUS-PROD = '00'
               MOVE 'P' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ COURSE-PROD-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE CCP-CODE TO WS-SIDE-KEY
                           MOVE SPACES TO WS-SIDE-IMAGE
                           STRING CCP-TITLE ',' CCP-CREDIT-HOURS
                               ',' CCP-PREREQ-CODE (1)
                               ',' CCP-PREREQ-CODE (2)
                               ',' CCP-PREREQ-CODE (3)
                               DELIMITED BY SIZE INTO WS-SIDE-IMAGE
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COURSE-PROD-FILE
           END-IF.

       4500-LOAD-HOLIDAY-SIDES.
           MOVE SPACES TO WS-SIDE-IMAGE
           OPEN INPUT HOLIDAY-TEST-FILE
           IF WS-FS-STATUS-TEST = '00'
               MOVE 'T' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ HOLIDAY-TEST-FILE
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-SIDE-KEY
                           MOVE HTS-DATE TO WS-SIDE-KEY (1:8)
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-TEST-FILE
           END-IF
           OPEN INPUT HOLIDAY-PROD-FILE
           IF WS-FS-STATUS-PROD = '00'
               MOVE 'P' TO WS-SIDE
               MOVE 'N' TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 'S'
                   READ HOLIDAY-PROD-FILE
                       AT END
                           MOVE 'S' TO WS-FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-SIDE-KEY
                           MOVE HPR-DATE TO WS-SIDE-KEY (1:8)
                           PERFORM 4800-HOLD-SIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-PROD-FILE
           END-IF.

      * both sides are held in storage for the compare, so
      * overrunning a table would quietly drop keys from the
      * package -- the run stops loudly instead, the established
      * convention
       4800-HOLD-SIDE-ENTRY.
           IF WS-SIDE = 'T'
               IF WS-TS-COUNT >= 1000
                   DISPLAY 'RUN STOPPED: ' WS-TEST-PATH
                       ' EXCEEDS THE 1000-ENTRY COMPARE TABLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TS-COUNT
               MOVE WS-SIDE-KEY TO WS-TS-KEY (WS-TS-COUNT)
               MOVE WS-SIDE-IMAGE TO WS-TS-IMAGE (WS-TS-COUNT)
           ELSE
               IF WS-PS-COUNT >= 1000
                   DISPLAY 'RUN STOPPED: ' WS-PROD-PATH
                       ' EXCEEDS THE 1000-ENTRY COMPARE TABLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-SIDE-KEY TO WS-PS-KEY (WS-PS-COUNT)
               MOVE WS-SIDE-IMAGE TO WS-PS-IMAGE (WS-PS-COUNT)
               MOVE 'N' TO WS-PS-MATCHED (WS-PS-COUNT)
           END-IF.

      * a TEST key PROD lacks is an add, one both hold with a
      * different image a change, and a PROD key TEST lacks a delete
       4900-DIFFERENCE-SIDES.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
               MOVE ZEROS TO WS-PS-FOUND
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PS-COUNT
                       OR WS-PS-FOUND > ZEROS
                   IF WS-PS-KEY (WS-PS-IDX) = WS-TS-KEY (WS-TS-IDX)
                       MOVE WS-PS-IDX TO WS-PS-FOUND
                   END-IF
               END-PERFORM
               IF WS-PS-FOUND = ZEROS
                   MOVE 'A' TO WS-SIDE
                   MOVE WS-TS-KEY (WS-TS-IDX) TO WS-SIDE-KEY
                   MOVE WS-TS-IMAGE (WS-TS-IDX) TO WS-SIDE-IMAGE
                   PERFORM 4950-HOLD-DIFFERENCE
               ELSE
                   MOVE 'Y' TO WS-PS-MATCHED (WS-PS-FOUND)
                   IF WS-PS-IMAGE (WS-PS-FOUND) NOT =
                           WS-TS-IMAGE (WS-TS-IDX)
                       MOVE 'C' TO WS-SIDE
                       MOVE WS-TS-KEY (WS-TS-IDX) TO WS-SIDE-KEY
                       MOVE WS-TS-IMAGE (WS-TS-IDX) TO WS-SIDE-IMAGE
                       PERFORM 4950-HOLD-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-MATCHED (WS-PS-IDX) = 'N'
                   MOVE 'D' TO WS-SIDE
                   MOVE WS-PS-KEY (WS-PS-IDX) TO WS-SIDE-KEY
                   MOVE WS-PS-IMAGE (WS-PS-IDX) TO WS-SIDE-IMAGE
                   PERFORM 4950-HOLD-DIFFERENCE
               END-IF
           END-PERFORM.

       4950-HOLD-DIFFERENCE.
           IF WS-DF-COUNT >= 500
               DISPLAY 'RUN STOPPED: MORE THAN 500 DIFFERENCES '
                   'BETWEEN TEST AND PROD -- TOO MANY TO PROMOTE '
                   'AS ONE PACKAGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DF-COUNT
           MOVE WS-DIFF-MASTER-ID TO WS-DF-FILE-ID (WS-DF-COUNT)
           MOVE WS-SIDE TO WS-DF-ACTION (WS-DF-COUNT)
           MOVE WS-SIDE-KEY TO WS-DF-KEY (WS-DF-COUNT)
           MOVE WS-SIDE-IMAGE TO WS-DF-IMAGE (WS-DF-COUNT).

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO
                           WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * both directories come off the mapping; a TEST directory that
      * resolves to the PROD one would compare PROD with itself
       0050-RESOLVE-DIRECTORIES.
           OPEN INPUT ENV-PATHS-FILE
           IF WS-FS-STATUS-ENVP = '00'
               PERFORM UNTIL WS-ENVP-END = 'S'
                   READ ENV-PATHS-FILE
                       AT END
                           MOVE 'S' TO WS-ENVP-END
                       NOT AT END
                           IF EP-ENV-CODE = 'TEST'
                               MOVE EP-DIRECTORY TO WS-TEST-DIR
                           END-IF
                           IF EP-ENV-CODE = 'PROD'
                               MOVE EP-DIRECTORY TO WS-PROD-DIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENV-PATHS-FILE
           END-IF
           IF WS-TEST-DIR = WS-PROD-DIR OR WS-TEST-DIR = SPACES
               DISPLAY 'TEST DIRECTORY RESOLVES TO THE PRODUCTION '
                   'TREE -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * appends one entry to the shared audit trail for this run
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'REFERENCE-PROMOTION' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING PP-ACTION ' PACKAGE'
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE PP-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-REPORT-PACKAGE-ENTRY.
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING WS-PG-FILE-ID (WS-PG-IDX) ' '
               WS-PG-ACTION (WS-PG-IDX) ' '
               WS-PG-KEY (WS-PG-IDX) ' '
               WS-PG-IMAGE (WS-PG-IDX)
               DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE.

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

      * proves the operator keying this run is who the parm says,
      * through the shared USER-SIGNON subprogram
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
           MOVE 'REFERENCE-PROMOTION' TO SN-PROGRAM
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

      * answers whether the parm's user may take this step with a
      * promotion package; every step is controlled
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND PP-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = PP-USER-ID
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
