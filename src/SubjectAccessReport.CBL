      ******************************************************************
      * Author:
      * Date:
      * Purpose: subject access report -- everything held on one
      *          customer, in one document, so answering "what data
      *          do you hold on me" is no longer a day of grepping.
      *          The customer number and the requesting user come
      *          from src/subject-access-parm.txt. The report covers
      *          the customer master record with every dependent, the
      *          address and contact block, every archived copy of
      *          the household, the register entry, every clerk note,
      *          every letter on the letter log, every audit-trail
      *          and journal entry keyed to the number -- reaching
      *          into HISTORY-RETENTION's cataloged archives the way
      *          AUDIT-INQUIRY does -- and every partner transmission
      *          whose extract on disk includes them. Read-only; each
      *          report produced is logged on the audit trail under
      *          the requesting user.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-PARM-FILE ASSIGN TO
               'src/subject-access-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT ACCESS-REPORT-FILE ASSIGN TO
               'src/subject-access-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT FILE-DATA-OUT ASSIGN TO 'src/data-out.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODE-OUT
           FILE STATUS IS WS-FS-STATUS-REG.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO
               'src/customer-archive.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ARCHIVE.
           SELECT CUSTOMER-NOTES-FILE ASSIGN TO
               'src/customer-notes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-NOTES.
           SELECT LETTER-LOG-FILE ASSIGN TO
               'src/customer-letters-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LOG.

      * the live trail and journal first, then every cataloged
      * archive of them, each opened in turn under the same name
           SELECT AUDIT-TRAIL-FILE ASSIGN TO
               DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUDIT.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               DYNAMIC WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO
               'src/archive-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.

      * the partners, the extract each was last sent, and the log of
      * what was sent when
           SELECT PROFILE-FILE ASSIGN TO 'src/partner-profiles.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROFILE.
           SELECT PARTNER-EXTRACT-FILE ASSIGN TO
               DYNAMIC WS-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-EXTRACT.
           SELECT TRANSMISSION-LOG-FILE ASSIGN TO
               'src/partner-transmission-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TLOG.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-PARM-FILE.
       01 ACCESS-PARM-REC.
           05 SA-CUSTOMER-NUMBER PIC 9(06).
           05 SA-COMMA-1         PIC X(01).
           05 SA-USER-ID         PIC X(08).

       FD ACCESS-REPORT-FILE.
       01 ACCESS-REPORT-LINE PIC X(132).

       FD CUSTOMER-MASTER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==CU-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==CUSTOMER-MASTER-REC==
           ==WS-NAME==             BY ==CU-NAME==
           ==WS-AGE==              BY ==CU-AGE==
           ==WS-NATIONALITY==      BY ==CU-NATIONALITY==
           ==WS-CITY-NAME==        BY ==CU-CITY-NAME==
           ==WS-STREET-ADDRESS==   BY ==CU-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==CU-POSTAL-CODE==
           ==WS-PHONE==            BY ==CU-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==CU-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==CU-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==CU-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==CU-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==CU-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==CU-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==CU-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==CU-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==CU-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==CU-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==CU-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==CU-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==CU-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==CU-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==CU-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==CU-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==CU-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==CU-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==CU-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==CU-DEPENDENT==
           ==WS-DEP-IDX==          BY ==CU-DEP-IDX==
           ==WS-DEP-NAME==         BY ==CU-DEP-NAME==
           ==WS-DEP-AGE==          BY ==CU-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==   BY ==CU-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==CU-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==CU-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==CU-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==CU-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==CU-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==CU-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==CU-DEP-IS-ADULT==.

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

       FD CUSTOMER-NOTES-FILE.
       01 CUSTOMER-NOTE-REC.
           05 NT-CUSTOMER-NUMBER PIC 9(06).
           05 NT-COMMA-1         PIC X(01).
           05 NT-STAMP-DATE      PIC 9(08).
           05 NT-COMMA-2         PIC X(01).
           05 NT-STAMP-TIME      PIC 9(08).
           05 NT-COMMA-3         PIC X(01).
           05 NT-USER-ID         PIC X(08).
           05 NT-COMMA-4         PIC X(01).
           05 NT-TEXT            PIC X(50).

       FD LETTER-LOG-FILE.
       01 LETTER-LOG-REC.
           05 LL-EVENT     PIC X(10).
           05 LL-COMMA-1   PIC X(01).
           05 LL-CUSTOMER  PIC 9(06).
           05 LL-COMMA-2   PIC X(01).
           05 LL-QUEUED-DATE PIC 9(08).
           05 LL-COMMA-3   PIC X(01).
           05 LL-QUEUED-TIME PIC 9(08).
           05 LL-COMMA-4   PIC X(01).
           05 LL-PRINT-DATE PIC 9(08).
           05 LL-COMMA-5   PIC X(01).
           05 LL-OUTCOME   PIC X(20).

       FD AUDIT-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY'.

       FD MASTER-JOURNAL-FILE.
       COPY 'src/DATA-JOURNAL.CPY'.

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

      * an extract line is either the full layout (code in the
      * first six bytes) or the delta layout one byte right of its
      * action code; both are looked at through this one line
       FD PARTNER-EXTRACT-FILE.
       01 PARTNER-EXTRACT-LINE PIC X(107).

       FD TRANSMISSION-LOG-FILE.
       01 TRANSMISSION-LOG-REC.
           05 TL-PARTNER-ID    PIC X(08).
           05 TL-COMMA-1       PIC X(01).
           05 TL-FILE-NAME     PIC X(30).
           05 TL-COMMA-2       PIC X(01).
           05 TL-BUSINESS-DATE PIC 9(08).
           05 TL-COMMA-3       PIC X(01).
           05 TL-RECORD-COUNT  PIC 9(07).
           05 TL-COMMA-4       PIC X(01).
           05 TL-CONTROL-TOTAL PIC 9(12).
           05 TL-COMMA-5       PIC X(01).
           05 TL-STATUS        PIC X(10).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PARM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REG      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ARCHIVE  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NOTES    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LOG      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-AUDIT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROFILE  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-EXTRACT  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TLOG     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-FILE-END           PIC X(01) VALUE 'N'.
       01 WS-CATALOG-END        PIC X(01) VALUE 'N'.
       01 WS-AUDIT-PATH   PIC X(60) VALUE 'src/audit-trail.txt'.
       01 WS-JOURNAL-PATH PIC X(60) VALUE 'src/master-journal.txt'.
       01 WS-EXTRACT-PATH PIC X(60) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE ZEROS.

      * the customer asked about, as a number and as the six key
      * characters the text files carry, and who asked
       01 WS-SUBJECT-NUMBER PIC 9(06) VALUE ZEROS.
       01 WS-SUBJECT-KEY REDEFINES WS-SUBJECT-NUMBER PIC X(06).
       01 WS-REQUEST-USER   PIC X(08) VALUE SPACES.

      * items found per section and in all
       01 WS-SECTION-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-ITEM-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-SECTION-TITLE PIC X(40) VALUE SPACES.
       01 WS-DEP-SLOT      PIC 9(02) VALUE ZEROS.
       01 WS-ARCHIVES-READ PIC 9(03) VALUE ZEROS.

      * an audit entry is keyed to the customer when the number
      * stands on its own somewhere in the action or detail -- not
      * as the tail of some longer count
       01 WS-AUDIT-TEXT    PIC X(71) VALUE SPACES.
       01 WS-SCAN-POS      PIC 9(02) VALUE ZEROS.
       01 WS-AUDIT-HIT     PIC X(01) VALUE 'N'.
       01 WS-BYTE-BEFORE   PIC X(01) VALUE SPACE.
       01 WS-BYTE-AFTER    PIC X(01) VALUE SPACE.

      * partner table: each partner's extract, whether the customer
      * is in the copy on disk, and its transmissions on the log
       01 WS-PARTNER-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-PARTNER-TABLE.
           05 WS-PARTNER-ENTRY OCCURS 20 TIMES.
               10 WS-PT-ID        PIC X(08).
               10 WS-PT-EXTRACT   PIC X(30).
               10 WS-PT-INCLUDED  PIC X(01).
               10 WS-PT-NAME-SENT PIC X(01).
               10 WS-PT-LAST-SENT PIC 9(08).
               10 WS-PT-SENDS     PIC 9(05).
       01 WS-PARTNER-IDX   PIC 9(02) VALUE ZEROS.

       COPY 'src/DATA-AUDIT.CPY' REPLACING
           ==AUDIT-TRAIL-REC== BY ==ACCESS-AUDIT-REC==
           ==AT-PROGRAM-NAME== BY ==AA-PROGRAM-NAME==
           ==AT-RUN-DATE==     BY ==AA-RUN-DATE==
           ==AT-RUN-TIME==     BY ==AA-RUN-TIME==
           ==AT-ACTION==       BY ==AA-ACTION==
           ==AT-DETAIL==       BY ==AA-DETAIL==
           ==AT-USER-ID==      BY ==AA-USER-ID==
           ==AT-SEQUENCE-NUMBER== BY ==AA-SEQUENCE-NUMBER==
           ==AT-PREV-CHECK==   BY ==AA-PREV-CHECK==
           ==AT-CHECK-VALUE==  BY ==AA-CHECK-VALUE==.
       01 WS-AUDIT-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-PARM
           OPEN OUTPUT ACCESS-REPORT-FILE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'SUBJECT ACCESS REPORT  CUSTOMER ' WS-SUBJECT-NUMBER
               '  PREPARED ' WS-BUSINESS-DATE
               '  REQUESTED BY ' WS-REQUEST-USER
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           PERFORM 0100-REPORT-MASTER
           PERFORM 0200-REPORT-ARCHIVE
           PERFORM 0250-REPORT-REGISTER
           PERFORM 0300-REPORT-NOTES
           PERFORM 0350-REPORT-LETTERS
           PERFORM 0400-REPORT-AUDIT-TRAIL
           PERFORM 0500-REPORT-JOURNAL
           PERFORM 0600-REPORT-PARTNERS

           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'TOTAL ITEMS HELD ' WS-ITEM-COUNT
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           CLOSE ACCESS-REPORT-FILE
           PERFORM 0900-LOG-ACCESS
           DISPLAY 'Subject access report for customer '
               WS-SUBJECT-NUMBER ': ' WS-ITEM-COUNT ' items'
           STOP RUN.

       0040-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      * without a customer number and a requesting user there is no
      * report to make, and no one to log it against
       0050-LOAD-PARM.
           OPEN INPUT ACCESS-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO SUBJECT ACCESS PARM -- NOTHING TO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCESS-PARM-FILE
               AT END
                   MOVE ZEROS TO SA-CUSTOMER-NUMBER
                   MOVE SPACES TO SA-USER-ID
           END-READ
           CLOSE ACCESS-PARM-FILE
           IF SA-CUSTOMER-NUMBER NOT NUMERIC
                   OR SA-CUSTOMER-NUMBER = ZEROS
                   OR SA-USER-ID = SPACES
               DISPLAY 'SUBJECT ACCESS PARM NEEDS A CUSTOMER NUMBER '
                   'AND THE REQUESTING USER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SA-CUSTOMER-NUMBER TO WS-SUBJECT-NUMBER
           MOVE SA-USER-ID TO WS-REQUEST-USER.

      * every section opens with its title and closes with its count
       0080-START-SECTION.
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-SECTION-TITLE TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

       0085-END-SECTION.
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  ITEMS IN THIS SECTION ' WS-SECTION-COUNT
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           ADD WS-SECTION-COUNT TO WS-ITEM-COUNT.

       0090-WRITE-NOTHING-HELD.
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  ' WS-SECTION-TITLE DELIMITED BY '  '
               ' -- FILE NOT ON DISK'
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

      * the household as it stands on the customer master: the
      * record with every dependent, then the address and contact
      * block on its own
       0100-REPORT-MASTER.
           MOVE 'CUSTOMER MASTER RECORD' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               PERFORM 0090-WRITE-NOTHING-HELD
               PERFORM 0085-END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE '  NOT ON THE CUSTOMER MASTER' TO
                       ACCESS-REPORT-LINE
                   WRITE ACCESS-REPORT-LINE
                   CLOSE CUSTOMER-MASTER-FILE
                   PERFORM 0085-END-SECTION
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  NAME ' CU-NAME '  AGE ' CU-AGE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  NATIONALITY ' CU-NATIONALITY
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  ACCOUNT STATUS ' CU-ACCOUNT-STATUS
               '  CLOSED ' CU-CLOSE-DATE
               '  DECEASED ' CU-HEAD-DECEASED
               ' ' CU-HEAD-DEATH-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  DEPENDENTS ' CU-DEPENDENT-COUNT
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > CU-DEPENDENT-COUNT
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '    ' CU-DEP-NAME (WS-DEP-SLOT)
                   ' ' CU-DEP-RELATIONSHIP (WS-DEP-SLOT)
                   ' AGE ' CU-DEP-AGE (WS-DEP-SLOT)
                   ' BORN ' CU-DEP-BIRTH-DATE (WS-DEP-SLOT)
                   ' ' CU-DEP-ELIGIBILITY (WS-DEP-SLOT)
                   ' DECEASED ' CU-DEP-DECEASED (WS-DEP-SLOT)
                   ' ' CU-DEP-DEATH-DATE (WS-DEP-SLOT)
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-PERFORM
           PERFORM 0085-END-SECTION

           MOVE 'ADDRESS AND CONTACT' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  STREET ' CU-STREET-ADDRESS
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  CITY ' CU-CITY-NAME '  POSTAL CODE '
               CU-POSTAL-CODE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  PHONE ' CU-PHONE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  DO NOT MAIL ' CU-DO-NOT-MAIL
               '  DO NOT CALL ' CU-DO-NOT-CALL
               '  CHANGED ' CU-PREF-CHANGE-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  MAIL RETURNED ' CU-MAIL-RETURNED
               '  FIRST RETURNED ' CU-RETURNED-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 0085-END-SECTION.

      * every copy CUSTOMER-ARCHIVE ever moved off the master
       0200-REPORT-ARCHIVE.
           MOVE 'ARCHIVED HOUSEHOLD RECORDS' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF WS-FS-STATUS-ARCHIVE NOT = '00'
               PERFORM 0090-WRITE-NOTHING-HELD
               PERFORM 0085-END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CUSTOMER-ARCHIVE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF AR-CUSTOMER-NUMBER = WS-SUBJECT-NUMBER
                           PERFORM 0210-REPORT-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-ARCHIVE-FILE
           PERFORM 0085-END-SECTION.

       0210-REPORT-ONE-ARCHIVE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  NAME ' AR-NAME '  AGE ' AR-AGE
               '  STATUS ' AR-ACCOUNT-STATUS
               '  CLOSED ' AR-CLOSE-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '    ' AR-STREET-ADDRESS ' ' AR-CITY-NAME
               ' ' AR-POSTAL-CODE ' PHONE ' AR-PHONE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '    NATIONALITY ' AR-NATIONALITY
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > AR-DEPENDENT-COUNT
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '    ' AR-DEP-NAME (WS-DEP-SLOT)
                   ' ' AR-DEP-RELATIONSHIP (WS-DEP-SLOT)
                   ' AGE ' AR-DEP-AGE (WS-DEP-SLOT)
                   ' BORN ' AR-DEP-BIRTH-DATE (WS-DEP-SLOT)
                   ' ' AR-DEP-ELIGIBILITY (WS-DEP-SLOT)
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-PERFORM.

      * the register entry carried under the same code
       0250-REPORT-REGISTER.
           MOVE 'REGISTER ENTRY' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           OPEN INPUT FILE-DATA-OUT
           IF WS-FS-STATUS-REG NOT = '00'
               PERFORM 0090-WRITE-NOTHING-HELD
               PERFORM 0085-END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-NUMBER TO FS-CODE-OUT
           READ FILE-DATA-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO ACCESS-REPORT-LINE
                   STRING '  ' FS-NAME-OUT ' ' FS-CITY-OUT ' '
                       FS-STATE-OUT ' ' FS-COUNTRY-OUT
                       DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
                   WRITE ACCESS-REPORT-LINE
           END-READ
           CLOSE FILE-DATA-OUT
           PERFORM 0085-END-SECTION.

       0300-REPORT-NOTES.
           MOVE 'CLERK NOTES' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           OPEN INPUT CUSTOMER-NOTES-FILE
           IF WS-FS-STATUS-NOTES NOT = '00'
               PERFORM 0090-WRITE-NOTHING-HELD
               PERFORM 0085-END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CUSTOMER-NOTES-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF NT-CUSTOMER-NUMBER = WS-SUBJECT-NUMBER
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO ACCESS-REPORT-LINE
                           STRING '  ' NT-STAMP-DATE ' '
                               NT-STAMP-TIME ' ' NT-USER-ID ' '
                               NT-TEXT
                               DELIMITED BY SIZE
                               INTO ACCESS-REPORT-LINE
                           WRITE ACCESS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-NOTES-FILE
           PERFORM 0085-END-SECTION.

       0350-REPORT-LETTERS.
           MOVE 'LETTERS' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           OPEN INPUT LETTER-LOG-FILE
           IF WS-FS-STATUS-LOG NOT = '00'
               PERFORM 0090-WRITE-NOTHING-HELD
               PERFORM 0085-END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ LETTER-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF LL-CUSTOMER = WS-SUBJECT-NUMBER
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO ACCESS-REPORT-LINE
                           STRING '  ' LL-EVENT ' QUEUED '
                               LL-QUEUED-DATE ' PRINTED '
                               LL-PRINT-DATE ' ' LL-OUTCOME
                               DELIMITED BY SIZE
                               INTO ACCESS-REPORT-LINE
                           WRITE ACCESS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-LOG-FILE
           PERFORM 0085-END-SECTION.

      * the live audit trail, then every cataloged audit archive --
      * the subject's history does not stop where retention cut it
       0400-REPORT-AUDIT-TRAIL.
           MOVE 'AUDIT TRAIL ENTRIES' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           MOVE 'src/audit-trail.txt' TO WS-AUDIT-PATH
           PERFORM 0410-SCAN-ONE-TRAIL
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG = '00'
               MOVE 'N' TO WS-CATALOG-END
               PERFORM UNTIL WS-CATALOG-END = 'S'
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE 'S' TO WS-CATALOG-END
                       NOT AT END
                           IF AC-FILE-ID = 'AUDT'
                               MOVE AC-PATH TO WS-AUDIT-PATH
                               PERFORM 0410-SCAN-ONE-TRAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           PERFORM 0085-END-SECTION.

       0410-SCAN-ONE-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT NOT = '00'
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '  ' WS-AUDIT-PATH DELIMITED BY SPACE
                   ' NOT READABLE' DELIMITED BY SIZE
                   INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       PERFORM 0420-MATCH-AUDIT-ENTRY
                       IF WS-AUDIT-HIT = 'Y'
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO ACCESS-REPORT-LINE
                           STRING '  ' AT-RUN-DATE ' ' AT-RUN-TIME
                               ' ' AT-PROGRAM-NAME ' ' AT-ACTION
                               ' ' AT-DETAIL ' ' AT-USER-ID
                               DELIMITED BY SIZE
                               INTO ACCESS-REPORT-LINE
                           WRITE ACCESS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

       0420-MATCH-AUDIT-ENTRY.
           MOVE 'N' TO WS-AUDIT-HIT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING AT-ACTION ' ' AT-DETAIL
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-AUDIT-HIT = 'Y' OR WS-SCAN-POS > 66
               IF WS-AUDIT-TEXT (WS-SCAN-POS:6) = WS-SUBJECT-KEY
                   MOVE SPACE TO WS-BYTE-BEFORE
                   MOVE SPACE TO WS-BYTE-AFTER
                   IF WS-SCAN-POS > 1
                       MOVE WS-AUDIT-TEXT (WS-SCAN-POS - 1:1) TO
                           WS-BYTE-BEFORE
                   END-IF
                   IF WS-SCAN-POS < 66
                       MOVE WS-AUDIT-TEXT (WS-SCAN-POS + 6:1) TO
                           WS-BYTE-AFTER
                   END-IF
                   IF WS-BYTE-BEFORE NOT NUMERIC
                           AND WS-BYTE-AFTER NOT NUMERIC
                       MOVE 'Y' TO WS-AUDIT-HIT
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

      * the live journal and every cataloged journal archive: the
      * customer master's images keyed to the number
       0500-REPORT-JOURNAL.
           MOVE 'MASTER JOURNAL ENTRIES' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           MOVE 'src/master-journal.txt' TO WS-JOURNAL-PATH
           PERFORM 0510-SCAN-ONE-JOURNAL
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG = '00'
               MOVE 'N' TO WS-CATALOG-END
               PERFORM UNTIL WS-CATALOG-END = 'S'
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE 'S' TO WS-CATALOG-END
                       NOT AT END
                           IF AC-FILE-ID = 'JRNL'
                               MOVE AC-PATH TO WS-JOURNAL-PATH
                               PERFORM 0510-SCAN-ONE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           PERFORM 0085-END-SECTION.

       0510-SCAN-ONE-JOURNAL.
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-FS-STATUS-JOURNAL NOT = '00'
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '  ' WS-JOURNAL-PATH DELIMITED BY SPACE
                   ' NOT READABLE' DELIMITED BY SIZE
                   INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF JR-FILE-ID = 'CUSTMAST'
                               AND JR-RECORD-KEY (1:6) =
                                   WS-SUBJECT-KEY
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO ACCESS-REPORT-LINE
                           STRING '  ' JR-RUN-DATE ' ' JR-RUN-TIME
                               ' ' JR-IMAGE-TYPE ' ' JR-IMAGE
                               DELIMITED BY SIZE
                               INTO ACCESS-REPORT-LINE
                           WRITE ACCESS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE.

      * only the latest extract per partner is kept on disk, so that
      * is the transmission that can be shown to have included the
      * customer; earlier sends are counted from the transmission
      * log, their contents no longer being held
       0600-REPORT-PARTNERS.
           MOVE 'PARTNER TRANSMISSIONS' TO WS-SECTION-TITLE
           PERFORM 0080-START-SECTION
           PERFORM 0610-LOAD-PARTNERS
           MOVE ZEROS TO WS-PARTNER-IDX
           PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
               ADD 1 TO WS-PARTNER-IDX
               PERFORM 0620-SCAN-ONE-EXTRACT
           END-PERFORM
           PERFORM 0630-COUNT-TRANSMISSIONS
           MOVE ZEROS TO WS-PARTNER-IDX
           PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
               ADD 1 TO WS-PARTNER-IDX
               PERFORM 0640-REPORT-ONE-PARTNER
           END-PERFORM
           PERFORM 0085-END-SECTION.

      * without a profile file the single original partner is the
      * one sent, the default PARTNER-EXTRACT falls back to
       0610-LOAD-PARTNERS.
           MOVE ZEROS TO WS-PARTNER-COUNT
           OPEN INPUT PROFILE-FILE
           IF WS-FS-STATUS-PROFILE NOT = '00'
               MOVE 1 TO WS-PARTNER-COUNT
               MOVE 'LEGACY  ' TO WS-PT-ID (1)
               MOVE 'partner-extract.txt' TO WS-PT-EXTRACT (1)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ PROFILE-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF WS-PARTNER-COUNT < 20
                           ADD 1 TO WS-PARTNER-COUNT
                           MOVE PP-PARTNER-ID TO
                               WS-PT-ID (WS-PARTNER-COUNT)
                           MOVE PP-EXTRACT-NAME TO
                               WS-PT-EXTRACT (WS-PARTNER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       0620-SCAN-ONE-EXTRACT.
           MOVE 'N' TO WS-PT-INCLUDED (WS-PARTNER-IDX)
           MOVE 'N' TO WS-PT-NAME-SENT (WS-PARTNER-IDX)
           MOVE ZEROS TO WS-PT-LAST-SENT (WS-PARTNER-IDX)
           MOVE ZEROS TO WS-PT-SENDS (WS-PARTNER-IDX)
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING 'src/' WS-PT-EXTRACT (WS-PARTNER-IDX)
               DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           OPEN INPUT PARTNER-EXTRACT-FILE
           IF WS-FS-STATUS-EXTRACT NOT = '00'
               MOVE 'U' TO WS-PT-INCLUDED (WS-PARTNER-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ PARTNER-EXTRACT-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF PARTNER-EXTRACT-LINE (1:6) = WS-SUBJECT-KEY
                           MOVE 'Y' TO WS-PT-INCLUDED (WS-PARTNER-IDX)
                           IF PARTNER-EXTRACT-LINE (7:20) NOT = SPACES
                               MOVE 'Y' TO
                                   WS-PT-NAME-SENT (WS-PARTNER-IDX)
                           END-IF
                       END-IF
                       IF (PARTNER-EXTRACT-LINE (1:1) = 'A'
                               OR PARTNER-EXTRACT-LINE (1:1) = 'C'
                               OR PARTNER-EXTRACT-LINE (1:1) = 'D')
                               AND PARTNER-EXTRACT-LINE (2:6) =
                                   WS-SUBJECT-KEY
                           MOVE 'Y' TO WS-PT-INCLUDED (WS-PARTNER-IDX)
                           IF PARTNER-EXTRACT-LINE (8:20) NOT = SPACES
                               MOVE 'Y' TO
                                   WS-PT-NAME-SENT (WS-PARTNER-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-EXTRACT-FILE.

       0630-COUNT-TRANSMISSIONS.
           OPEN INPUT TRANSMISSION-LOG-FILE
           IF WS-FS-STATUS-TLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ TRANSMISSION-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       MOVE ZEROS TO WS-PARTNER-IDX
                       PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
                           ADD 1 TO WS-PARTNER-IDX
                           IF TL-PARTNER-ID = WS-PT-ID (WS-PARTNER-IDX)
                               ADD 1 TO WS-PT-SENDS (WS-PARTNER-IDX)
                               IF TL-BUSINESS-DATE >
                                       WS-PT-LAST-SENT (WS-PARTNER-IDX)
                                   MOVE TL-BUSINESS-DATE TO
                                     WS-PT-LAST-SENT (WS-PARTNER-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRANSMISSION-LOG-FILE.

       0640-REPORT-ONE-PARTNER.
           MOVE SPACES TO ACCESS-REPORT-LINE
           EVALUATE WS-PT-INCLUDED (WS-PARTNER-IDX)
               WHEN 'Y'
                   ADD 1 TO WS-SECTION-COUNT
                   IF WS-PT-NAME-SENT (WS-PARTNER-IDX) = 'Y'
                       STRING '  ' WS-PT-ID (WS-PARTNER-IDX)
                           ' LAST SENT ' WS-PT-LAST-SENT
                           (WS-PARTNER-IDX)
                           ' INCLUDED, WITH NAME, IN '
                           WS-PT-EXTRACT (WS-PARTNER-IDX)
                           DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
                   ELSE
                       STRING '  ' WS-PT-ID (WS-PARTNER-IDX)
                           ' LAST SENT ' WS-PT-LAST-SENT
                           (WS-PARTNER-IDX)
                           ' INCLUDED, WITHOUT NAME, IN '
                           WS-PT-EXTRACT (WS-PARTNER-IDX)
                           DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
                   END-IF
               WHEN 'N'
                   STRING '  ' WS-PT-ID (WS-PARTNER-IDX)
                       ' LAST SENT ' WS-PT-LAST-SENT (WS-PARTNER-IDX)
                       ' NOT INCLUDED IN '
                       WS-PT-EXTRACT (WS-PARTNER-IDX)
                       DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WHEN OTHER
                   STRING '  ' WS-PT-ID (WS-PARTNER-IDX)
                       ' EXTRACT ' WS-PT-EXTRACT (WS-PARTNER-IDX)
                       ' NOT ON DISK'
                       DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           END-EVALUATE
           WRITE ACCESS-REPORT-LINE
           IF WS-PT-SENDS (WS-PARTNER-IDX) > 1
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '    EARLIER TRANSMISSIONS ON THE LOG '
                   WS-PT-SENDS (WS-PARTNER-IDX)
                   ' (INCLUDING THE LAST), CONTENTS NOT RETAINED'
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.

      * the access itself goes on the audit trail under the user who
      * asked, with the customer in the action so this report finds
      * it the next time round
       0900-LOG-ACCESS.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO ACCESS-AUDIT-REC
           MOVE 'SUBJECT-ACCESS-REPORT' TO AA-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AA-RUN-DATE
           MOVE WS-AUDIT-TIME TO AA-RUN-TIME
           STRING 'SUBJECT ACCESS ' WS-SUBJECT-NUMBER
               DELIMITED BY SIZE INTO AA-ACTION
           STRING 'REPORT PRODUCED, ' WS-ITEM-COUNT ' ITEMS'
               DELIMITED BY SIZE INTO AA-DETAIL
           MOVE WS-REQUEST-USER TO AA-USER-ID
           CALL 'AUDIT-WRITER' USING ACCESS-AUDIT-REC.
