      ******************************************************************
      * Author:
      * Date:
      * Purpose: right-to-erasure for a former customer. A request
      *          ('E') names the customer number; it is parked until a
      *          second user with the approval grant confirms it with
      *          a 'Q', the same two-person rule the master's closures
      *          and merges follow. On approval every file that holds
      *          the customer number is read through -- the customer
      *          master, the register, the archive, the clerk notes,
      *          the master journal, the letter queue and log, and any
      *          partner extract still on disk -- and the personal
      *          fields on each matching record are overwritten with a
      *          fixed redaction marker. Keys, dates, cities, ages,
      *          counts and standings are left exactly as they were,
      *          so every record still counts and every balancing
      *          check still balances. A household that is still
      *          active on the master is refused: it has to be closed
      *          (or archived) first. Each erasure appends a
      *          certificate to src/erasure-certificate.txt listing
      *          every file read and every record touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * masters and work files are ASSIGNed through WORKING-STORAGE
      * names and re-pointed into the environment's directory by
      * 0045-RESOLVE-ENV-PATHS, as in CUSTOMER-MASTER-MAINTENANCE
           SELECT ERASURE-REQUEST-FILE ASSIGN TO
               DYNAMIC WS-REQUEST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REQUEST.
           SELECT ERASURE-REPORT ASSIGN TO
               DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT FILE-DATA-OUT ASSIGN TO
               DYNAMIC WS-REGISTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODE-OUT
           FILE STATUS IS WS-FS-STATUS-REG.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO
               DYNAMIC WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ARCHIVE.

      * erasures parked until a second user with the 'Q' grant
      * confirms them; unapproved items age out after twenty
      * business days
           SELECT ERASURE-APPROVAL-FILE ASSIGN TO
               DYNAMIC WS-APPROVAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-APPROVAL.

      * any of the plain text files that carry the customer number
      * -- notes, journal, letter queue and log, partner extracts --
      * opened in turn under this one name, copied to the work file
      * with the personal fields overwritten, and copied back only
      * when something was redacted
           SELECT SCAN-FILE ASSIGN TO
               DYNAMIC WS-SCAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SCAN.
           SELECT ERASURE-WORK-FILE ASSIGN TO
               DYNAMIC WS-WORK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-WORK.

      * every erasure appends its certificate here; nothing ever
      * rewrites this file
           SELECT ERASURE-CERTIFICATE-FILE ASSIGN TO
               DYNAMIC WS-CERTIFICATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CERT.

      * the erasure itself is journaled against the customer, after
      * the journal's own images of them have been redacted
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

      * which extract files the partners are sent, so the copies
      * still on disk can be found
           SELECT PROFILE-FILE ASSIGN TO 'src/partner-profiles.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROFILE.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.
           SELECT ENV-PATHS-FILE ASSIGN TO 'src/env-paths.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENVP.
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.

       FD ERASURE-REQUEST-FILE.
       01 ERASURE-REQUEST-REC.
           05 ER-ACTION          PIC X(01).
           05 FILLER             PIC X(01).
           05 ER-CUSTOMER-NUMBER PIC 9(06).
           05 FILLER             PIC X(01).
           05 ER-USER-ID         PIC X(08).

       FD ERASURE-REPORT.
       01 ERASURE-REPORT-LINE PIC X(80).

       FD CUSTOMER-MASTER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==MS-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==CUSTOMER-MASTER-REC==
           ==WS-NAME==             BY ==MS-NAME==
           ==WS-AGE==              BY ==MS-AGE==
           ==WS-NATIONALITY==      BY ==MS-NATIONALITY==
           ==WS-CITY-NAME==        BY ==MS-CITY-NAME==
           ==WS-STREET-ADDRESS==   BY ==MS-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==MS-POSTAL-CODE==
           ==WS-PHONE==            BY ==MS-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==MS-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==MS-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==MS-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==MS-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==MS-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==MS-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==MS-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==MS-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==MS-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==MS-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==MS-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==MS-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==MS-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==MS-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==MS-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==MS-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==MS-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==MS-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==MS-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==MS-DEPENDENT==
           ==WS-DEP-IDX==          BY ==MS-DEP-IDX==
           ==WS-DEP-NAME==         BY ==MS-DEP-NAME==
           ==WS-DEP-AGE==          BY ==MS-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==   BY ==MS-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==MS-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==MS-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==MS-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==MS-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==MS-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==MS-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==MS-DEP-IS-ADULT==.

       FD FILE-DATA-OUT.
       01 REGISTER-OUT.
           05 FS-CODE-OUT      PIC 9(06).
           05 FS-COMMA-OUT-1   PIC X(01).
           05 FS-NAME-OUT      PIC X(20).
           05 FS-COMMA-OUT-2   PIC X(01).
           05 FS-CITY-OUT      PIC X(30).
           05 FS-COMMA-OUT-3   PIC X(01).
           05 FS-STATE-OUT     PIC X(20).
           05 FS-COMMA-OUT-4   PIC X(01).
           05 FS-COUNTRY-OUT   PIC X(20).

      * archived households in the record's own (all-display) layout,
      * AR- prefixed to stay distinct in this program
       FD CUSTOMER-ARCHIVE-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==AR-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==ARCHIVE-CUSTOMER-REC==
           ==WS-NAME==             BY ==AR-NAME==
           ==WS-AGE==              BY ==AR-AGE==
           ==WS-NATIONALITY==      BY ==AR-NATIONALITY==
           ==WS-CITY-NAME==        BY ==AR-CITY-NAME==
           ==WS-STREET-ADDRESS==   BY ==AR-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==AR-POSTAL-CODE==
           ==WS-PHONE==            BY ==AR-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==AR-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==AR-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==AR-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==AR-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==AR-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==AR-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==AR-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==AR-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==AR-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==AR-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==AR-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==AR-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==AR-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==AR-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==AR-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==AR-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==AR-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==AR-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==AR-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==AR-DEPENDENT==
           ==WS-DEP-IDX==          BY ==AR-DEP-IDX==
           ==WS-DEP-NAME==         BY ==AR-DEP-NAME==
           ==WS-DEP-AGE==          BY ==AR-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==   BY ==AR-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==AR-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==AR-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==AR-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==AR-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==AR-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==AR-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==AR-DEP-IS-ADULT==.

       FD ERASURE-APPROVAL-FILE.
       01 ERASURE-APPROVAL-REC.
           05 EA-REQUEST-DATE PIC 9(08).
           05 EA-COMMA-1      PIC X(01).
           05 EA-REQ-USER     PIC X(08).
           05 EA-COMMA-2      PIC X(01).
           05 EA-CUSTOMER     PIC 9(06).

      * wide enough for the longest line any scanned file holds --
      * an archived household with a full dependent table
       FD SCAN-FILE.
       01 SCAN-LINE PIC X(5000).

       FD ERASURE-WORK-FILE.
       01 WORK-LINE PIC X(5000).

       FD ERASURE-CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(100).

       FD MASTER-JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(160).

       FD PROFILE-FILE.
       01 PROFILE-REC.
           05 PP-PARTNER-ID    PIC X(08).
           05 PP-COMMA-1       PIC X(01).
           05 PP-MODE          PIC X(05).
           05 PP-COMMA-2       PIC X(01).
           05 PP-RESYNC-DAY    PIC 9(02).
           05 PP-COMMA-3       PIC X(01).
           05 PP-SEND-NAME     PIC X(01).
           05 PP-SEND-CITY     PIC X(01).
           05 PP-SEND-STATE    PIC X(01).
           05 PP-SEND-COUNTRY  PIC X(01).
           05 PP-COMMA-4       PIC X(01).
           05 PP-EXTRACT-NAME  PIC X(30).
           05 PP-COMMA-5       PIC X(01).
           05 PP-MANIFEST-NAME PIC X(30).
           05 PP-COMMA-6       PIC X(01).
           05 PP-MARKETING-USE PIC X(01).

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

      * every path this program opens, re-pointed into the
      * environment's own directory by 0045-RESOLVE-ENV-PATHS; the
      * defaults stand when no mapping file is present
       01 WS-REQUEST-FILE-NAME PIC X(60) VALUE
           'src/erasure-requests.txt'.
       01 WS-REPORT-FILE-NAME PIC X(60) VALUE
           'src/erasure-report.txt'.
       01 WS-MASTER-FILE-NAME PIC X(60) VALUE
           'src/customer-master.dat'.
       01 WS-REGISTER-FILE-NAME PIC X(60) VALUE
           'src/data-out.dat'.
       01 WS-ARCHIVE-FILE-NAME PIC X(60) VALUE
           'src/customer-archive.txt'.
       01 WS-APPROVAL-FILE-NAME PIC X(60) VALUE
           'src/erasure-approval-queue.txt'.
       01 WS-NOTES-FILE-NAME PIC X(60) VALUE
           'src/customer-notes.txt'.
       01 WS-JOURNAL-FILE-NAME PIC X(60) VALUE
           'src/master-journal.txt'.
       01 WS-LETTER-FILE-NAME PIC X(60) VALUE
           'src/customer-letter-queue.txt'.
       01 WS-LETTER-LOG-FILE-NAME PIC X(60) VALUE
           'src/customer-letters-log.txt'.
       01 WS-CERTIFICATE-FILE-NAME PIC X(60) VALUE
           'src/erasure-certificate.txt'.
       01 WS-WORK-FILE-NAME PIC X(60) VALUE
           'src/erasure-work.tmp'.
       01 WS-SCAN-FILE-NAME PIC X(60) VALUE SPACES.

       01 WS-FS-STATUS-REQUEST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REG      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ARCHIVE  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-APPROVAL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SCAN     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-WORK     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CERT     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROFILE  PIC X(02) VALUE '00'.
       01 WS-MASTER-OPEN        PIC X(01) VALUE 'N'.
       01 WS-REGISTER-OPEN      PIC X(01) VALUE 'N'.

      * environment path-isolation controls, the same mechanism
      * READ-FILES' 0045-RESOLVE-ENV-PATHS established
       01 WS-FS-STATUS-ENVP PIC X(02) VALUE '00'.
       01 WS-ENVP-END       PIC X(01) VALUE 'N'.
       01 WS-ENV-DIR        PIC X(20) VALUE 'src/'.
       01 WS-TEST-DIR       PIC X(20) VALUE SPACES.
       01 WS-TEST-DIR-LEN   PIC 9(02) VALUE ZEROS.
       01 WS-PATH-WORK      PIC X(60) VALUE SPACES.
       01 WS-PATH-TEMP      PIC X(60) VALUE SPACES.

       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-REQUEST-END      PIC X(01) VALUE 'N'.
       01 WS-REQUEST-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-ERASED-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE   PIC X(40).
       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * 'E' asks for a customer's personal data to be erased and
      * needs the delete grant on the customer master; 'Q' confirms
      * a parked erasure and needs the approval grant
       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ERASE      VALUE 'E'.
           88 WS-ACTION-APPROVE    VALUE 'Q'.

      * the fixed marker written over every personal field; numeric
      * personal fields (dependent birth dates) are zeroed instead
       01 WS-REDACTION-MARKER PIC X(08) VALUE '*ERASED*'.

      * the customer being erased, as the six key characters every
      * scanned file carries it in, and the two users on record
       01 WS-ERASE-NUMBER   PIC 9(06) VALUE ZEROS.
       01 WS-ERASE-KEY REDEFINES WS-ERASE-NUMBER PIC X(06).
       01 WS-ERASE-OK       PIC X(01) VALUE 'Y'.
       01 WS-REQUESTER-ID   PIC X(08) VALUE SPACES.
       01 WS-APPROVER-ID    PIC X(08) VALUE SPACES.
       01 WS-DEP-SCAN       PIC 9(02) VALUE ZEROS.

      * which kind of file the generic scan is reading: notes,
      * journal, letter queue, letter log or a partner extract --
      * each keeps the customer number and its personal fields in
      * its own columns
       01 WS-SCAN-KIND PIC X(01) VALUE SPACE.
           88 WS-SCAN-NOTES       VALUE 'N'.
           88 WS-SCAN-JOURNAL     VALUE 'J'.
           88 WS-SCAN-LETTERS     VALUE 'Q'.
           88 WS-SCAN-LETTER-LOG  VALUE 'L'.
           88 WS-SCAN-PARTNER     VALUE 'P'.
       01 WS-SCAN-END       PIC X(01) VALUE 'N'.
       01 WS-WORK-END       PIC X(01) VALUE 'N'.
       01 WS-LINE-MATCH     PIC X(01) VALUE 'N'.
       01 WS-PROFILE-END    PIC X(01) VALUE 'N'.

      * the journal line is looked at through the shared journal
      * layout to find the customer master's entries for this key
       COPY 'src/DATA-JOURNAL.CPY'.
       01 WS-JOURNAL-KEY    PIC X(30) VALUE SPACES.
       01 WS-STAMP-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-STAMP-TIME     PIC 9(08) VALUE ZEROS.

      * certificate counters: records read and touched in the file
      * in hand, touched ones actually overwritten, and the total
      * across every file for the one customer
       01 WS-SCAN-ORDINAL   PIC 9(07) VALUE ZEROS.
       01 WS-FILE-TOUCHED   PIC 9(07) VALUE ZEROS.
       01 WS-FILE-REDACTED  PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-TOUCHED  PIC 9(07) VALUE ZEROS.
       01 WS-CERT-OUTCOME   PIC X(20) VALUE SPACES.
       01 WS-CERT-OPEN      PIC X(01) VALUE 'N'.

      * two-person-approval state: the parked erasures for the run,
      * written back when anything was parked, applied or expired
       01 WS-QUEUE-FILE-END PIC X(01) VALUE 'N'.
       01 WS-QUEUE-DIRTY    PIC X(01) VALUE 'N'.
       01 WS-APPR-COUNT     PIC 9(02) VALUE ZEROS.
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 50 TIMES.
               10 WS-APPR-DATE     PIC 9(08).
               10 WS-APPR-USER     PIC X(08).
               10 WS-APPR-CUSTOMER PIC 9(06).
       01 WS-APPR-IDX       PIC 9(02) VALUE ZEROS.
       01 WS-APPR-FOUND     PIC 9(02) VALUE ZEROS.
       01 WS-EXPIRE-LIMIT   PIC 9(08) VALUE ZEROS.
       01 WS-RESULT-HOLD    PIC X(60) VALUE SPACES.

      * authorization reference, loaded once; a missing authority
      * file means checking is not yet in force on this box
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
       01 WS-AUTH-CHECK-CODE PIC X(01) VALUE SPACE.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'CUST'.

       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

       COPY 'src/DATA-DATE-UTILS.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0045-RESOLVE-ENV-PATHS
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           MOVE 'START' TO JL-FUNCTION
           MOVE 'CUSTOMER-ERASURE' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           OPEN OUTPUT ERASURE-REPORT
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           OPEN I-O FILE-DATA-OUT
           IF WS-FS-STATUS-REG = '00'
               MOVE 'Y' TO WS-REGISTER-OPEN
           END-IF

           PERFORM 0085-LOAD-APPROVAL-QUEUE

           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-FS-STATUS-REQUEST NOT = '00'
               DISPLAY 'NO ERASURE REQUESTS THIS RUN'
               MOVE 'S' TO WS-REQUEST-END
           END-IF
           PERFORM UNTIL WS-REQUEST-END = 'S'
               READ ERASURE-REQUEST-FILE
                   AT END
                       MOVE 'S' TO WS-REQUEST-END
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE ER-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-REQUEST
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-REQUEST = '00'
               CLOSE ERASURE-REQUEST-FILE
           END-IF

           PERFORM 0690-REWRITE-APPROVAL-QUEUE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-REGISTER-OPEN = 'Y'
               CLOSE FILE-DATA-OUT
           END-IF
           CLOSE ERASURE-REPORT
           DISPLAY 'Erasure requests processed: ' WS-REQUEST-COUNT
           DISPLAY 'Customers erased:           ' WS-ERASED-COUNT
           DISPLAY 'Requests in error:          ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0040-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       0100-PROCESS-REQUEST.
           MOVE ER-CUSTOMER-NUMBER TO WS-ERASE-NUMBER
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' ER-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ERASE
                   PERFORM 0130-PARK-FOR-APPROVAL
               WHEN WS-ACTION-APPROVE
                   PERFORM 0140-APPROVE-PARKED
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * only a former customer can be erased: a household still
      * active on the master has to be closed first, and without the
      * master there is no proving it is not active
       0120-CHECK-NOT-ACTIVE.
           MOVE 'Y' TO WS-ERASE-OK
           IF WS-MASTER-OPEN = 'N'
               MOVE 'N' TO WS-ERASE-OK
               MOVE 'ERASURE REFUSED, MASTER NOT AVAILABLE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ERASE-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MS-ACCOUNT-ACTIVE
                       MOVE 'N' TO WS-ERASE-OK
                       MOVE 'ERASURE REFUSED, ACCOUNT ACTIVE' TO
                           WS-RESULT-MESSAGE
                   END-IF
           END-READ.

      * parks an erasure for a second set of eyes; nothing is
      * overwritten until a different user with the approval grant
      * confirms it
       0130-PARK-FOR-APPROVAL.
           IF ER-CUSTOMER-NUMBER NOT NUMERIC
                   OR ER-CUSTOMER-NUMBER = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ERASURE REFUSED, NO CUSTOMER NUMBER' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0120-CHECK-NOT-ACTIVE
           IF WS-ERASE-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-FIND-PARKED
           IF WS-APPR-FOUND > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ERASURE ALREADY PARKED' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPR-COUNT >= 50
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'REJECTED, APPROVAL QUEUE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPR-COUNT
           MOVE WS-BUSINESS-DATE TO WS-APPR-DATE (WS-APPR-COUNT)
           MOVE ER-USER-ID TO WS-APPR-USER (WS-APPR-COUNT)
           MOVE WS-ERASE-NUMBER TO WS-APPR-CUSTOMER (WS-APPR-COUNT)
           MOVE 'Y' TO WS-QUEUE-DIRTY
           MOVE 'PARKED FOR APPROVAL' TO WS-RESULT-MESSAGE.

      * a 'Q' from a second user applies the parked erasure for the
      * customer; the requester may not approve their own request,
      * and the household is checked again in case it was
      * reinstated while the request sat parked
       0140-APPROVE-PARKED.
           MOVE ER-USER-ID TO WS-APPROVER-ID
           PERFORM 0150-FIND-PARKED
           IF WS-APPR-FOUND = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'APPROVE FAILED, NOTHING PARKED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPR-USER (WS-APPR-FOUND) = WS-APPROVER-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'APPROVE FAILED, OWN REQUEST' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0120-CHECK-NOT-ACTIVE
           IF WS-ERASE-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APPR-USER (WS-APPR-FOUND) TO WS-REQUESTER-ID
           PERFORM 0200-ERASE-CUSTOMER
           ADD 1 TO WS-ERASED-COUNT
           MOVE SPACES TO WS-RESULT-HOLD
           STRING 'ERASED ' WS-TOTAL-TOUCHED ' RECORDS REQ='
               WS-REQUESTER-ID
               DELIMITED BY SIZE INTO WS-RESULT-HOLD
           MOVE WS-RESULT-HOLD (1:40) TO WS-RESULT-MESSAGE

      * the applied entry comes off the queue
           MOVE WS-APPR-FOUND TO WS-APPR-IDX
           PERFORM UNTIL WS-APPR-IDX >= WS-APPR-COUNT
               ADD 1 TO WS-APPR-IDX
               MOVE WS-APPR-ENTRY (WS-APPR-IDX) TO
                   WS-APPR-ENTRY (WS-APPR-IDX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-APPR-COUNT
           MOVE 'Y' TO WS-QUEUE-DIRTY.

       0150-FIND-PARKED.
           MOVE ZEROS TO WS-APPR-FOUND
           MOVE ZEROS TO WS-APPR-IDX
           PERFORM UNTIL WS-APPR-IDX = WS-APPR-COUNT
                   OR WS-APPR-FOUND > ZEROS
               ADD 1 TO WS-APPR-IDX
               IF WS-APPR-CUSTOMER (WS-APPR-IDX) = WS-ERASE-NUMBER
                   MOVE WS-APPR-IDX TO WS-APPR-FOUND
               END-IF
           END-PERFORM.

      * the erasure proper: every file in turn, each one reported on
      * the certificate whether or not the customer was found in it
       0200-ERASE-CUSTOMER.
           MOVE ZEROS TO WS-TOTAL-TOUCHED
           PERFORM 0210-START-CERTIFICATE
           PERFORM 0300-ERASE-MASTER
           PERFORM 0320-ERASE-REGISTER
           PERFORM 0400-ERASE-ARCHIVE
           MOVE WS-NOTES-FILE-NAME TO WS-SCAN-FILE-NAME
           SET WS-SCAN-NOTES TO TRUE
           PERFORM 0500-SCAN-FILE
           MOVE WS-JOURNAL-FILE-NAME TO WS-SCAN-FILE-NAME
           SET WS-SCAN-JOURNAL TO TRUE
           PERFORM 0500-SCAN-FILE
           MOVE WS-LETTER-FILE-NAME TO WS-SCAN-FILE-NAME
           SET WS-SCAN-LETTERS TO TRUE
           PERFORM 0500-SCAN-FILE
           MOVE WS-LETTER-LOG-FILE-NAME TO WS-SCAN-FILE-NAME
           SET WS-SCAN-LETTER-LOG TO TRUE
           PERFORM 0500-SCAN-FILE
           PERFORM 0470-ERASE-PARTNER-EXTRACTS
           PERFORM 0220-END-CERTIFICATE
           PERFORM 0250-JOURNAL-ERASURE.

      * certificate heading: who, when, asked by and approved by
       0210-START-CERTIFICATE.
           MOVE 'N' TO WS-CERT-OPEN
           OPEN EXTEND ERASURE-CERTIFICATE-FILE
           IF WS-FS-STATUS-CERT = '35'
               OPEN OUTPUT ERASURE-CERTIFICATE-FILE
           END-IF
           IF WS-FS-STATUS-CERT NOT = '00'
               DISPLAY 'ERROR OPENING ERASURE CERTIFICATE, STATUS: '
                   WS-FS-STATUS-CERT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CERT-OPEN
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'ERASURE CERTIFICATE  CUSTOMER ' WS-ERASE-NUMBER
               '  BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'REQUESTED BY ' WS-REQUESTER-ID
               '  APPROVED BY ' WS-APPROVER-ID
               '  MARKER ' WS-REDACTION-MARKER
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0220-END-CERTIFICATE.
           IF WS-CERT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'TOTAL RECORDS TOUCHED ' WS-TOTAL-TOUCHED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           CLOSE ERASURE-CERTIFICATE-FILE.

      * the erasure is itself a change to the customer master, so it
      * goes on the journal -- after the scan, so this entry is not
      * redacted along with the rest
       0250-JOURNAL-ERASURE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-FS-STATUS-JOURNAL = '35'
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF WS-FS-STATUS-JOURNAL NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-JOURNAL-FILE, STATUS: '
                   WS-FS-STATUS-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-STAMP-DATE TO JR-RUN-DATE
           MOVE WS-STAMP-TIME TO JR-RUN-TIME
           MOVE 'CUSTMAST' TO JR-FILE-ID
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE WS-ERASE-KEY TO WS-JOURNAL-KEY (1:6)
           MOVE WS-JOURNAL-KEY TO JR-RECORD-KEY
           MOVE 'A' TO JR-IMAGE-TYPE
           STRING 'PERSONAL DATA ERASED REQ=' WS-REQUESTER-ID
               ' APPR=' WS-APPROVER-ID
               DELIMITED BY SIZE INTO JR-IMAGE
           MOVE MASTER-JOURNAL-REC TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           CLOSE MASTER-JOURNAL-FILE.

      * the household keeps its key, city, ages, dependent count and
      * relationships, standing and dates; the head's name,
      * nationality, street, postal code and phone and every
      * dependent's name and birth date go
       0300-ERASE-MASTER.
           MOVE WS-MASTER-FILE-NAME TO WS-SCAN-FILE-NAME
           MOVE ZEROS TO WS-FILE-TOUCHED
           MOVE WS-ERASE-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   PERFORM 0595-CERTIFY-FILE-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-REDACTION-MARKER TO MS-NAME
           MOVE WS-REDACTION-MARKER TO MS-NATIONALITY
           MOVE WS-REDACTION-MARKER TO MS-STREET-ADDRESS
           MOVE WS-REDACTION-MARKER TO MS-POSTAL-CODE
           MOVE WS-REDACTION-MARKER TO MS-PHONE
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
                   UNTIL WS-DEP-SCAN > MS-DEPENDENT-COUNT
               MOVE WS-REDACTION-MARKER TO MS-DEP-NAME (WS-DEP-SCAN)
               MOVE ZEROS TO MS-DEP-BIRTH-DATE (WS-DEP-SCAN)
           END-PERFORM
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY 'ERASURE REWRITE FAILED FOR '
                       WS-ERASE-NUMBER ', STATUS: '
                       WS-FS-STATUS-MASTER
                   MOVE 'REWRITE FAILED' TO WS-CERT-OUTCOME
               NOT INVALID KEY
                   MOVE 'REDACTED' TO WS-CERT-OUTCOME
           END-REWRITE
           MOVE 1 TO WS-SCAN-ORDINAL
           PERFORM 0590-CERTIFY-RECORD
           PERFORM 0595-CERTIFY-FILE-COUNT.

      * the register carries the customer under the same code, and
      * it is what every partner extract is cut from, so its name
      * goes too or tomorrow's extract would send it again
       0320-ERASE-REGISTER.
           MOVE WS-REGISTER-FILE-NAME TO WS-SCAN-FILE-NAME
           MOVE ZEROS TO WS-FILE-TOUCHED
           IF WS-REGISTER-OPEN = 'N'
               PERFORM 0597-CERTIFY-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ERASE-NUMBER TO FS-CODE-OUT
           READ FILE-DATA-OUT
               INVALID KEY
                   PERFORM 0595-CERTIFY-FILE-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-REDACTION-MARKER TO FS-NAME-OUT
           REWRITE REGISTER-OUT
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-CERT-OUTCOME
               NOT INVALID KEY
                   MOVE 'REDACTED' TO WS-CERT-OUTCOME
           END-REWRITE
           MOVE 1 TO WS-SCAN-ORDINAL
           PERFORM 0590-CERTIFY-RECORD
           PERFORM 0595-CERTIFY-FILE-COUNT.

      * every archived copy of the household, in archive order; the
      * archive is rewritten through the work file when any matched
       0400-ERASE-ARCHIVE.
           MOVE WS-ARCHIVE-FILE-NAME TO WS-SCAN-FILE-NAME
           MOVE ZEROS TO WS-FILE-TOUCHED
           MOVE ZEROS TO WS-FILE-REDACTED
           MOVE ZEROS TO WS-SCAN-ORDINAL
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF WS-FS-STATUS-ARCHIVE NOT = '00'
               PERFORM 0597-CERTIFY-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ERASURE-WORK-FILE
           MOVE 'N' TO WS-SCAN-END
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ CUSTOMER-ARCHIVE-FILE
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       ADD 1 TO WS-SCAN-ORDINAL
                       IF AR-CUSTOMER-NUMBER = WS-ERASE-NUMBER
                           PERFORM 0410-REDACT-ARCHIVE-RECORD
                       END-IF
                       MOVE ARCHIVE-CUSTOMER-REC TO WORK-LINE
                       WRITE WORK-LINE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-ARCHIVE-FILE
           CLOSE ERASURE-WORK-FILE
           IF WS-FILE-REDACTED > ZEROS
               PERFORM 0560-COPY-WORK-BACK
           END-IF
           PERFORM 0595-CERTIFY-FILE-COUNT.

       0410-REDACT-ARCHIVE-RECORD.
           MOVE WS-REDACTION-MARKER TO AR-NAME
           MOVE WS-REDACTION-MARKER TO AR-NATIONALITY
           MOVE WS-REDACTION-MARKER TO AR-STREET-ADDRESS
           MOVE WS-REDACTION-MARKER TO AR-POSTAL-CODE
           MOVE WS-REDACTION-MARKER TO AR-PHONE
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
                   UNTIL WS-DEP-SCAN > AR-DEPENDENT-COUNT
               MOVE WS-REDACTION-MARKER TO AR-DEP-NAME (WS-DEP-SCAN)
               MOVE ZEROS TO AR-DEP-BIRTH-DATE (WS-DEP-SCAN)
           END-PERFORM
           ADD 1 TO WS-FILE-REDACTED
           MOVE 'REDACTED' TO WS-CERT-OUTCOME
           PERFORM 0590-CERTIFY-RECORD.

      * each partner's extract named on the profile file; without a
      * profile file the single original extract is the one on disk,
      * the same default PARTNER-EXTRACT falls back to
       0470-ERASE-PARTNER-EXTRACTS.
           SET WS-SCAN-PARTNER TO TRUE
           OPEN INPUT PROFILE-FILE
           IF WS-FS-STATUS-PROFILE NOT = '00'
               MOVE 'src/partner-extract.txt' TO WS-SCAN-FILE-NAME
               PERFORM 0500-SCAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PROFILE-END
           PERFORM UNTIL WS-PROFILE-END = 'S'
               READ PROFILE-FILE
                   AT END
                       MOVE 'S' TO WS-PROFILE-END
                   NOT AT END
                       IF PP-EXTRACT-NAME NOT = SPACES
                           MOVE SPACES TO WS-SCAN-FILE-NAME
                           STRING 'src/' PP-EXTRACT-NAME
                               DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME
                           PERFORM 0500-SCAN-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      * reads the file named in WS-SCAN-FILE-NAME line by line into
      * the work file, letting the kind's own paragraph judge and
      * redact each line; a file not on disk is certified as such
       0500-SCAN-FILE.
           MOVE ZEROS TO WS-FILE-TOUCHED
           MOVE ZEROS TO WS-FILE-REDACTED
           MOVE ZEROS TO WS-SCAN-ORDINAL
           OPEN INPUT SCAN-FILE
           IF WS-FS-STATUS-SCAN NOT = '00'
               PERFORM 0597-CERTIFY-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ERASURE-WORK-FILE
           MOVE 'N' TO WS-SCAN-END
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ SCAN-FILE
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       ADD 1 TO WS-SCAN-ORDINAL
                       MOVE SCAN-LINE TO WORK-LINE
                       MOVE 'N' TO WS-LINE-MATCH
                       EVALUATE TRUE
                           WHEN WS-SCAN-NOTES
                               PERFORM 0510-CHECK-NOTE-LINE
                           WHEN WS-SCAN-JOURNAL
                               PERFORM 0520-CHECK-JOURNAL-LINE
                           WHEN WS-SCAN-LETTERS
                               PERFORM 0530-CHECK-LETTER-LINE
                           WHEN WS-SCAN-LETTER-LOG
                               PERFORM 0530-CHECK-LETTER-LINE
                           WHEN WS-SCAN-PARTNER
                               PERFORM 0540-CHECK-PARTNER-LINE
                       END-EVALUATE
                       IF WS-LINE-MATCH = 'Y'
                           PERFORM 0590-CERTIFY-RECORD
                       END-IF
                       WRITE WORK-LINE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           CLOSE ERASURE-WORK-FILE
           IF WS-FILE-REDACTED > ZEROS
               PERFORM 0560-COPY-WORK-BACK
           END-IF
           PERFORM 0595-CERTIFY-FILE-COUNT.

      * clerk note: the free text is the personal part; the
      * customer, timestamp and clerk stay
       0510-CHECK-NOTE-LINE.
           IF WORK-LINE (1:6) = WS-ERASE-KEY
               MOVE 'Y' TO WS-LINE-MATCH
               MOVE WS-REDACTION-MARKER TO WORK-LINE (35:50)
               ADD 1 TO WS-FILE-REDACTED
               MOVE 'REDACTED' TO WS-CERT-OUTCOME
           END-IF.

      * journal: the customer master's entries for this customer
      * lose their image; date, time, key and image type stay
       0520-CHECK-JOURNAL-LINE.
           MOVE WORK-LINE (1:160) TO MASTER-JOURNAL-REC
           IF JR-FILE-ID = 'CUSTMAST'
                   AND JR-RECORD-KEY (1:6) = WS-ERASE-KEY
               MOVE 'Y' TO WS-LINE-MATCH
               MOVE WS-REDACTION-MARKER TO JR-IMAGE
               MOVE MASTER-JOURNAL-REC TO WORK-LINE
               ADD 1 TO WS-FILE-REDACTED
               MOVE 'REDACTED' TO WS-CERT-OUTCOME
           END-IF.

      * letter queue and letter log both carry only the event, the
      * customer number and dates, so a match is listed but nothing
      * on it needs overwriting
       0530-CHECK-LETTER-LINE.
           IF WORK-LINE (12:6) = WS-ERASE-KEY
               MOVE 'Y' TO WS-LINE-MATCH
               MOVE 'NO PERSONAL FIELDS' TO WS-CERT-OUTCOME
           END-IF.

      * a partner extract may be in either layout: the full record
      * with the code in the first six bytes, or the delta record
      * one byte right of its A/C/D action code. Only the name is
      * personal, and a partner not sent names has none to erase.
       0540-CHECK-PARTNER-LINE.
           IF WORK-LINE (1:6) = WS-ERASE-KEY
               MOVE 'Y' TO WS-LINE-MATCH
               IF WORK-LINE (7:20) = SPACES
                   MOVE 'NO PERSONAL FIELDS' TO WS-CERT-OUTCOME
               ELSE
                   MOVE WS-REDACTION-MARKER TO WORK-LINE (7:20)
                   ADD 1 TO WS-FILE-REDACTED
                   MOVE 'REDACTED' TO WS-CERT-OUTCOME
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF (WORK-LINE (1:1) = 'A' OR WORK-LINE (1:1) = 'C'
                   OR WORK-LINE (1:1) = 'D')
                   AND WORK-LINE (2:6) = WS-ERASE-KEY
               MOVE 'Y' TO WS-LINE-MATCH
               IF WORK-LINE (8:20) = SPACES
                   MOVE 'NO PERSONAL FIELDS' TO WS-CERT-OUTCOME
               ELSE
                   MOVE WS-REDACTION-MARKER TO WORK-LINE (8:20)
                   ADD 1 TO WS-FILE-REDACTED
                   MOVE 'REDACTED' TO WS-CERT-OUTCOME
               END-IF
           END-IF.

      * the redacted copy replaces the original under its own name
       0560-COPY-WORK-BACK.
           OPEN INPUT ERASURE-WORK-FILE
           OPEN OUTPUT SCAN-FILE
           IF WS-FS-STATUS-SCAN NOT = '00'
               DISPLAY 'ERROR REWRITING ' WS-SCAN-FILE-NAME
                   ', STATUS: ' WS-FS-STATUS-SCAN
               CLOSE ERASURE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-END
           PERFORM UNTIL WS-WORK-END = 'S'
               READ ERASURE-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-WORK-END
                   NOT AT END
                       MOVE WORK-LINE TO SCAN-LINE
                       WRITE SCAN-LINE
               END-READ
           END-PERFORM
           CLOSE ERASURE-WORK-FILE
           CLOSE SCAN-FILE.

      * one certificate line per record touched: the file, the
      * record's position in it (or 1 for a keyed master) and what
      * was done to it
       0590-CERTIFY-RECORD.
           ADD 1 TO WS-FILE-TOUCHED
           ADD 1 TO WS-TOTAL-TOUCHED
           IF WS-CERT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  ' WS-SCAN-FILE-NAME DELIMITED BY SPACE
               ' RECORD ' WS-SCAN-ORDINAL ' ' WS-CERT-OUTCOME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0595-CERTIFY-FILE-COUNT.
           IF WS-CERT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  ' WS-SCAN-FILE-NAME DELIMITED BY SPACE
               ' RECORDS TOUCHED ' WS-FILE-TOUCHED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0597-CERTIFY-NOT-ON-HAND.
           IF WS-CERT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  ' WS-SCAN-FILE-NAME DELIMITED BY SPACE
               ' NOT ON DISK, NOTHING TO ERASE'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      * loads the parked erasures for the run; an entry older than
      * twenty business days is expired to the report
       0085-LOAD-APPROVAL-QUEUE.
           OPEN INPUT ERASURE-APPROVAL-FILE
           IF WS-FS-STATUS-APPROVAL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QUEUE-FILE-END = 'S'
               READ ERASURE-APPROVAL-FILE
                   AT END
                       MOVE 'S' TO WS-QUEUE-FILE-END
                   NOT AT END
                       PERFORM 0086-LOAD-ONE-APPROVAL
               END-READ
           END-PERFORM
           CLOSE ERASURE-APPROVAL-FILE.

       0086-LOAD-ONE-APPROVAL.
           MOVE 'ADDB' TO DU-FUNCTION
           MOVE EA-REQUEST-DATE TO DU-DATE-1
           MOVE 20 TO DU-DAYS
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DATE-OUT TO WS-EXPIRE-LIMIT
           IF WS-EXPIRE-LIMIT < WS-BUSINESS-DATE
               MOVE 'Y' TO WS-QUEUE-DIRTY
               MOVE SPACES TO ERASURE-REPORT-LINE
               STRING 'EXPIRED UNAPPROVED ERASURE OF ' EA-CUSTOMER
                   ' REQUESTED ' EA-REQUEST-DATE ' BY ' EA-REQ-USER
                   DELIMITED BY SIZE INTO ERASURE-REPORT-LINE
               WRITE ERASURE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPR-COUNT < 50
               ADD 1 TO WS-APPR-COUNT
               MOVE EA-REQUEST-DATE TO WS-APPR-DATE (WS-APPR-COUNT)
               MOVE EA-REQ-USER TO WS-APPR-USER (WS-APPR-COUNT)
               MOVE EA-CUSTOMER TO WS-APPR-CUSTOMER (WS-APPR-COUNT)
           END-IF.

       0690-REWRITE-APPROVAL-QUEUE.
           IF WS-QUEUE-DIRTY = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ERASURE-APPROVAL-FILE
           IF WS-FS-STATUS-APPROVAL NOT = '00'
               DISPLAY 'ERROR REWRITING APPROVAL QUEUE, STATUS: '
                   WS-FS-STATUS-APPROVAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-APPR-IDX
           PERFORM UNTIL WS-APPR-IDX = WS-APPR-COUNT
               ADD 1 TO WS-APPR-IDX
               MOVE WS-APPR-DATE (WS-APPR-IDX) TO EA-REQUEST-DATE
               MOVE ',' TO EA-COMMA-1
               MOVE WS-APPR-USER (WS-APPR-IDX) TO EA-REQ-USER
               MOVE ',' TO EA-COMMA-2
               MOVE WS-APPR-CUSTOMER (WS-APPR-IDX) TO EA-CUSTOMER
               WRITE ERASURE-APPROVAL-REC
           END-PERFORM
           CLOSE ERASURE-APPROVAL-FILE.

       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'CUSTOMER-ERASURE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE ER-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE ER-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING ER-ACTION ' ' ER-CUSTOMER-NUMBER ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO ERASURE-REPORT-LINE
           WRITE ERASURE-REPORT-LINE.

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
           MOVE 'CUSTOMER-ERASURE' TO SN-PROGRAM
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

      * an erasure request is delete-class on the customer master;
      * confirming one takes the approval grant
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND ER-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTION-CODE TO WS-AUTH-CHECK-CODE
           IF WS-AUTH-CHECK-CODE = 'E'
               MOVE 'D' TO WS-AUTH-CHECK-CODE
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = ER-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
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

       0045-RESOLVE-ENV-PATHS.
           OPEN INPUT ENV-PATHS-FILE
           IF WS-FS-STATUS-ENVP NOT = '00'
               DISPLAY 'NO ENVIRONMENT PATH MAPPING -- DEFAULT '
                   'PATHS IN EFFECT'
           ELSE
               PERFORM UNTIL WS-ENVP-END = 'S'
                   READ ENV-PATHS-FILE
                       AT END
                           MOVE 'S' TO WS-ENVP-END
                       NOT AT END
                           IF EP-ENV-CODE = WS-ENVIRONMENT-CODE
                               MOVE EP-DIRECTORY TO WS-ENV-DIR
                           END-IF
                           IF EP-ENV-CODE = 'TEST'
                               MOVE EP-DIRECTORY TO WS-TEST-DIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENV-PATHS-FILE
               PERFORM 0046-APPLY-ENV-TO-ALL-PATHS
               PERFORM 0048-GUARD-PROD-PATHS
               DISPLAY 'ENVIRONMENT DIRECTORY: ' WS-ENV-DIR
           END-IF.

       0046-APPLY-ENV-TO-ALL-PATHS.
           MOVE WS-REQUEST-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REQUEST-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REPORT-FILE-NAME
           MOVE WS-MASTER-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-MASTER-FILE-NAME
           MOVE WS-REGISTER-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REGISTER-FILE-NAME
           MOVE WS-ARCHIVE-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-ARCHIVE-FILE-NAME
           MOVE WS-APPROVAL-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-APPROVAL-FILE-NAME
           MOVE WS-NOTES-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-NOTES-FILE-NAME
           MOVE WS-JOURNAL-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-JOURNAL-FILE-NAME
           MOVE WS-LETTER-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-LETTER-FILE-NAME
           MOVE WS-LETTER-LOG-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-LETTER-LOG-FILE-NAME
           MOVE WS-CERTIFICATE-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-CERTIFICATE-FILE-NAME
           MOVE WS-WORK-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-WORK-FILE-NAME.

       0047-APPLY-ENV-TO-PATH.
           IF WS-PATH-WORK (1:4) = 'src/' AND WS-ENV-DIR NOT = 'src/'
               MOVE WS-PATH-WORK TO WS-PATH-TEMP
               MOVE SPACES TO WS-PATH-WORK
               STRING WS-ENV-DIR DELIMITED BY SPACE
                   WS-PATH-TEMP (5:56) DELIMITED BY SIZE
                   INTO WS-PATH-WORK
           END-IF.

       0048-GUARD-PROD-PATHS.
           IF WS-ENVIRONMENT-CODE NOT = 'PROD'
                   OR WS-TEST-DIR = SPACES
                   OR WS-TEST-DIR = 'src/'
               EXIT PARAGRAPH
           END-IF
           MOVE 20 TO WS-TEST-DIR-LEN
           PERFORM UNTIL WS-TEST-DIR-LEN = ZEROS
                   OR WS-TEST-DIR (WS-TEST-DIR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEST-DIR-LEN
           END-PERFORM
           IF WS-TEST-DIR-LEN = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-REGISTER-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-ARCHIVE-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-NOTES-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-JOURNAL-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-APPROVAL-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               DISPLAY 'PROD RUN REFUSED: A RESOLVED FILE PATH '
                   'POINTS INTO THE TEST DIRECTORY ' WS-TEST-DIR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
