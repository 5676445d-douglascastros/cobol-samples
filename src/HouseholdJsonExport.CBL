      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly household export for the customer web
      *          portal. Every other extract we send is fixed-width
      *          or CSV, and neither carries the dependent table
      *          cleanly, so this one writes each household as a
      *          JSON document, one document to a line: the head's
      *          fields, the address and contact block, the account
      *          status and last-update stamp, and an array of the
      *          living dependents with name, birth date,
      *          relationship and eligibility. Every text value is
      *          escaped (quote, backslash and control bytes), and a
      *          field not yet captured goes as null. A FULL export
      *          sends every active household whose head is living;
      *          a DELTA sends only the households the day's CUSTMAST
      *          journal shows were changed -- as an UPSERT while the
      *          household is still active with a living head, as a
      *          DELETE once it has closed, lost its head with no
      *          successor, or left the master. The mode comes from
      *          the optional parm file (DELTA when there is none),
      *          and a FULL goes instead when no export has been
      *          sent before or the day's changes overflow the delta
      *          table. A JSON manifest beside the export gives the
      *          mode, the business date, the document, upsert,
      *          delete and dependent counts, and a control total
      *          (the sum of the customer numbers sent).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-JSON-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'src/master-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

      * FULL or DELTA in the first five bytes; optional
           SELECT EXPORT-PARM-FILE ASSIGN TO
               'src/portal-export-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

           SELECT PORTAL-EXPORT-FILE ASSIGN TO
               'src/portal-households.json'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-EXPORT.
           SELECT PORTAL-MANIFEST-FILE ASSIGN TO
               'src/portal-households-manifest.json'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-MANIFEST.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

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

       FD MASTER-JOURNAL-FILE.
       COPY 'src/DATA-JOURNAL.CPY'.

       FD EXPORT-PARM-FILE.
       01 EXPORT-PARM-REC.
           05 EP-MODE PIC X(05).

      * one household document per line; trailing spaces are not
      * written, so each line ends at its closing brace
       FD PORTAL-EXPORT-FILE.
       01 PORTAL-EXPORT-LINE PIC X(30000).

       FD PORTAL-MANIFEST-FILE.
       01 PORTAL-MANIFEST-LINE PIC X(300).

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

       01 WS-FS-STATUS-CUST     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-EXPORT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MANIFEST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-FILE-END           PIC X(01) VALUE 'N'.
       01 WS-MASTER-END         PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the mode asked for, the mode run, and why they differ
       01 WS-EXPORT-MODE      PIC X(05) VALUE 'DELTA'.
           88 WS-FULL-EXPORT  VALUE 'FULL '.
           88 WS-DELTA-EXPORT VALUE 'DELTA'.
       01 WS-MODE-REASON      PIC X(30) VALUE SPACES.

      * the households the day's maintenance changed, in customer
      * order, off the CUSTMAST images journaled on or after the
      * business date
       01 WS-JOURNAL-CUSTOMER PIC 9(06) VALUE ZEROS.
       01 WS-TOUCHED-COUNT    PIC 9(04) VALUE ZEROS.
       01 WS-TOUCHED-TABLE.
           05 WS-TOUCHED-CUSTOMER PIC 9(06) OCCURS 2000 TIMES.
       01 WS-TOUCHED-IDX      PIC 9(04) VALUE ZEROS.
       01 WS-TOUCHED-SHIFT    PIC 9(04) VALUE ZEROS.
       01 WS-TOUCHED-FOUND    PIC X(01) VALUE 'N'.
       01 WS-TOUCHED-OVERFLOW PIC X(01) VALUE 'N'.

      * what goes out, for the manifest and the console
       01 WS-HOUSEHOLDS-READ  PIC 9(07) VALUE ZEROS.
       01 WS-DOCUMENT-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-UPSERT-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-DELETE-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-DEPENDENTS-SENT  PIC 9(07) VALUE ZEROS.
       01 WS-DOCS-REFUSED     PIC 9(07) VALUE ZEROS.
       01 WS-CONTROL-TOTAL    PIC 9(12) VALUE ZEROS.
       01 WS-DELETE-REASON    PIC X(20) VALUE SPACES.
       01 WS-DEP-SLOT         PIC 9(02) VALUE ZEROS.

      * the document being built, the next byte to fill, and whether
      * the member about to go in is the first of its object (no
      * comma before it)
       01 WS-JSON-DOC         PIC X(30000) VALUE SPACES.
       01 WS-JSON-PTR         PIC 9(05) VALUE 1.
       01 WS-DOC-OVERFLOW     PIC X(01) VALUE 'N'.
       01 WS-FIRST-MEMBER     PIC X(01) VALUE 'Y'.
       01 WS-JSON-KEY         PIC X(20) VALUE SPACES.

      * one value on its way in: text to escape, a number, a date
      * or a Y/N flag
       01 WS-ESC-TEXT         PIC X(50) VALUE SPACES.
       01 WS-ESC-LEN          PIC 9(02) VALUE ZEROS.
       01 WS-ESC-POS          PIC 9(02) VALUE ZEROS.
       01 WS-ESC-CHAR         PIC X(01) VALUE SPACE.
       01 WS-ESC-OUT          PIC X(06) VALUE SPACES.
       01 WS-ESC-OUT-LEN      PIC 9(01) VALUE ZEROS.
       01 WS-NUMBER-EDIT      PIC Z(11)9.
       01 WS-NUMBER-START     PIC 9(02) VALUE ZEROS.
       01 WS-JSON-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-JSON-FLAG        PIC X(01) VALUE 'N'.

      * control bytes x'00'-x'1F' in order, so a byte's place in the
      * list gives its \u00xx escape
       01 WS-CONTROL-BYTES.
           05 FILLER PIC X(16) VALUE
               X'000102030405060708090A0B0C0D0E0F'.
           05 FILLER PIC X(16) VALUE
               X'101112131415161718191A1B1C1D1E1F'.
       01 WS-CONTROL-IDX      PIC 9(02) VALUE ZEROS.
       01 WS-CONTROL-CODE     PIC 9(02) VALUE ZEROS.
       01 WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.
       01 WS-HEX-HIGH         PIC 9(02) VALUE ZEROS.
       01 WS-HEX-LOW          PIC 9(02) VALUE ZEROS.

       01 WS-COUNT-DISPLAY    PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'HOUSEHOLD-JSON-EXPORT' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-CHOOSE-MODE
           OPEN OUTPUT PORTAL-EXPORT-FILE
           IF WS-FS-STATUS-EXPORT NOT = '00'
               DISPLAY 'PORTAL EXPORT NOT WRITABLE, STATUS: '
                   WS-FS-STATUS-EXPORT
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FULL-EXPORT
               PERFORM 1000-EXPORT-FULL
           ELSE
               PERFORM 2000-EXPORT-DELTA
           END-IF
           CLOSE PORTAL-EXPORT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 3000-WRITE-MANIFEST

           DISPLAY 'Export mode:            ' WS-EXPORT-MODE
               ' ' WS-MODE-REASON
           DISPLAY 'Households read:        ' WS-HOUSEHOLDS-READ
           DISPLAY 'Documents written:      ' WS-DOCUMENT-COUNT
           DISPLAY 'Upserts:                ' WS-UPSERT-COUNT
           DISPLAY 'Deletes:                ' WS-DELETE-COUNT
           DISPLAY 'Dependents sent:        ' WS-DEPENDENTS-SENT
           DISPLAY 'Documents too large:    ' WS-DOCS-REFUSED
           MOVE ZEROS TO RETURN-CODE
           IF WS-DOCS-REFUSED > ZEROS
                   OR WS-FS-STATUS-MANIFEST NOT = '00'
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

      * DELTA unless the parm asks for FULL; a delta with no manifest
      * from an earlier export has nothing to be a delta of, and one
      * whose changes overflow the table would drop some, so either
      * goes as a FULL
       0050-CHOOSE-MODE.
           MOVE 'DELTA' TO WS-EXPORT-MODE
           OPEN INPUT EXPORT-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ EXPORT-PARM-FILE
                   NOT AT END
                       IF EP-MODE = 'FULL '
                           MOVE 'FULL ' TO WS-EXPORT-MODE
                           MOVE 'ASKED FOR ON THE PARM' TO
                               WS-MODE-REASON
                       END-IF
               END-READ
               CLOSE EXPORT-PARM-FILE
           END-IF
           IF WS-FULL-EXPORT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PORTAL-MANIFEST-FILE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               MOVE 'FULL ' TO WS-EXPORT-MODE
               MOVE 'NO EARLIER EXPORT ON HAND' TO WS-MODE-REASON
               EXIT PARAGRAPH
           END-IF
           CLOSE PORTAL-MANIFEST-FILE
           PERFORM 0060-LOAD-TODAYS-JOURNAL
           IF WS-TOUCHED-OVERFLOW = 'Y'
               MOVE 'FULL ' TO WS-EXPORT-MODE
               MOVE 'TOO MANY CHANGES FOR A DELTA' TO WS-MODE-REASON
           END-IF.

       0060-LOAD-TODAYS-JOURNAL.
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-FS-STATUS-JOURNAL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF JR-FILE-ID = 'CUSTMAST'
                               AND JR-RUN-DATE >= WS-BUSINESS-DATE
                               AND JR-RECORD-KEY (1:6) IS NUMERIC
                           MOVE JR-RECORD-KEY (1:6) TO
                               WS-JOURNAL-CUSTOMER
                           PERFORM 0070-NOTE-TOUCHED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE.

      * each changed household once, kept in customer order so the
      * delta goes out in the same order a full export does
       0070-NOTE-TOUCHED.
           MOVE 'N' TO WS-TOUCHED-FOUND
           MOVE ZEROS TO WS-TOUCHED-IDX
           PERFORM UNTIL WS-TOUCHED-IDX = WS-TOUCHED-COUNT
                   OR WS-TOUCHED-FOUND = 'Y'
               ADD 1 TO WS-TOUCHED-IDX
               IF WS-TOUCHED-CUSTOMER (WS-TOUCHED-IDX) =
                       WS-JOURNAL-CUSTOMER
                   MOVE 'Y' TO WS-TOUCHED-FOUND
               END-IF
           END-PERFORM
           IF WS-TOUCHED-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-TOUCHED-COUNT >= 2000
               MOVE 'Y' TO WS-TOUCHED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOUCHED-COUNT TO WS-TOUCHED-SHIFT
           PERFORM UNTIL WS-TOUCHED-SHIFT = ZEROS
                   OR WS-TOUCHED-CUSTOMER (WS-TOUCHED-SHIFT) <
                       WS-JOURNAL-CUSTOMER
               MOVE WS-TOUCHED-CUSTOMER (WS-TOUCHED-SHIFT) TO
                   WS-TOUCHED-CUSTOMER (WS-TOUCHED-SHIFT + 1)
               SUBTRACT 1 FROM WS-TOUCHED-SHIFT
           END-PERFORM
           ADD 1 TO WS-TOUCHED-COUNT
           MOVE WS-JOURNAL-CUSTOMER TO
               WS-TOUCHED-CUSTOMER (WS-TOUCHED-SHIFT + 1).

      * every household on the master; only the active ones with a
      * living head are sent
       1000-EXPORT-FULL.
           MOVE ZEROS TO MS-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE KEY NOT < MS-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-MASTER-END
           END-START
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       ADD 1 TO WS-HOUSEHOLDS-READ
                       IF MS-ACCOUNT-ACTIVE
                               AND NOT MS-HEAD-IS-DECEASED
                           PERFORM 4000-BUILD-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM.

      * each household the journal shows changed today, as it now
      * stands: still exportable is an upsert, anything else a delete
       2000-EXPORT-DELTA.
           PERFORM VARYING WS-TOUCHED-IDX FROM 1 BY 1
                   UNTIL WS-TOUCHED-IDX > WS-TOUCHED-COUNT
               MOVE WS-TOUCHED-CUSTOMER (WS-TOUCHED-IDX) TO
                   MS-CUSTOMER-NUMBER
               MOVE SPACES TO WS-DELETE-REASON
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-DELETE-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-HOUSEHOLDS-READ
                       EVALUATE TRUE
                           WHEN NOT MS-ACCOUNT-ACTIVE
                               MOVE 'ACCOUNT CLOSED' TO
                                   WS-DELETE-REASON
                           WHEN MS-HEAD-IS-DECEASED
                               MOVE 'HEAD DECEASED' TO
                                   WS-DELETE-REASON
                       END-EVALUATE
               END-READ
               IF WS-DELETE-REASON = SPACES
                   PERFORM 4000-BUILD-HOUSEHOLD
               ELSE
                   PERFORM 4500-BUILD-DELETE
               END-IF
           END-PERFORM.

      * the manifest is one JSON object, so the portal reads it with
      * the same parser as the documents
       3000-WRITE-MANIFEST.
           OPEN OUTPUT PORTAL-MANIFEST-FILE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               DISPLAY 'PORTAL MANIFEST NOT WRITABLE, STATUS: '
                   WS-FS-STATUS-MANIFEST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JSON-DOC
           MOVE 1 TO WS-JSON-PTR
           MOVE 'N' TO WS-DOC-OVERFLOW
           PERFORM 5000-OPEN-OBJECT
           MOVE 'file' TO WS-JSON-KEY
           MOVE 'portal-households.json' TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'mode' TO WS-JSON-KEY
           MOVE WS-EXPORT-MODE TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'businessDate' TO WS-JSON-KEY
           MOVE WS-BUSINESS-DATE TO WS-JSON-DATE
           PERFORM 5400-PUT-DATE
           MOVE 'environment' TO WS-JSON-KEY
           MOVE WS-ENVIRONMENT-CODE TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'documentCount' TO WS-JSON-KEY
           MOVE WS-DOCUMENT-COUNT TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           MOVE 'upsertCount' TO WS-JSON-KEY
           MOVE WS-UPSERT-COUNT TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           MOVE 'deleteCount' TO WS-JSON-KEY
           MOVE WS-DELETE-COUNT TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           MOVE 'dependentCount' TO WS-JSON-KEY
           MOVE WS-DEPENDENTS-SENT TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           MOVE 'controlTotal' TO WS-JSON-KEY
           MOVE WS-CONTROL-TOTAL TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           PERFORM 5900-CLOSE-OBJECT
           MOVE WS-JSON-DOC TO PORTAL-MANIFEST-LINE
           WRITE PORTAL-MANIFEST-LINE
           CLOSE PORTAL-MANIFEST-FILE.

      * one household in full: head, address, contact, status and
      * stamp, then the living dependents as an array
       4000-BUILD-HOUSEHOLD.
           MOVE SPACES TO WS-JSON-DOC
           MOVE 1 TO WS-JSON-PTR
           MOVE 'N' TO WS-DOC-OVERFLOW
           PERFORM 5000-OPEN-OBJECT
           MOVE 'customerNumber' TO WS-JSON-KEY
           MOVE MS-CUSTOMER-NUMBER TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'action' TO WS-JSON-KEY
           MOVE 'UPSERT' TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'name' TO WS-JSON-KEY
           MOVE MS-NAME TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'age' TO WS-JSON-KEY
           MOVE MS-AGE TO WS-NUMBER-EDIT
           PERFORM 5300-PUT-NUMBER
           MOVE 'nationality' TO WS-JSON-KEY
           MOVE MS-NATIONALITY TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'accountStatus' TO WS-JSON-KEY
           MOVE 'ACTIVE' TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING

           MOVE 'address' TO WS-JSON-KEY
           PERFORM 5100-PUT-KEY
           PERFORM 5000-OPEN-OBJECT
           MOVE 'street' TO WS-JSON-KEY
           MOVE MS-STREET-ADDRESS TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'city' TO WS-JSON-KEY
           MOVE MS-CITY-NAME TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'postalCode' TO WS-JSON-KEY
           MOVE MS-POSTAL-CODE TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'undeliverable' TO WS-JSON-KEY
           MOVE MS-MAIL-RETURNED TO WS-JSON-FLAG
           PERFORM 5500-PUT-FLAG
           PERFORM 5900-CLOSE-OBJECT

           MOVE 'contact' TO WS-JSON-KEY
           PERFORM 5100-PUT-KEY
           PERFORM 5000-OPEN-OBJECT
           MOVE 'phone' TO WS-JSON-KEY
           MOVE MS-PHONE TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'doNotMail' TO WS-JSON-KEY
           MOVE MS-DO-NOT-MAIL TO WS-JSON-FLAG
           PERFORM 5500-PUT-FLAG
           MOVE 'doNotCall' TO WS-JSON-KEY
           MOVE MS-DO-NOT-CALL TO WS-JSON-FLAG
           PERFORM 5500-PUT-FLAG
           PERFORM 5900-CLOSE-OBJECT

           MOVE 'lastUpdated' TO WS-JSON-KEY
           PERFORM 5100-PUT-KEY
           IF MS-LAST-UPDATE-DATE IS NUMERIC
                   AND MS-LAST-UPDATE-DATE NOT = ZEROS
                   AND MS-LAST-UPDATE-TIME IS NUMERIC
               STRING '"' MS-LAST-UPDATE-DATE (1:4) '-'
                   MS-LAST-UPDATE-DATE (5:2) '-'
                   MS-LAST-UPDATE-DATE (7:2) 'T'
                   MS-LAST-UPDATE-TIME (1:2) ':'
                   MS-LAST-UPDATE-TIME (3:2) ':'
                   MS-LAST-UPDATE-TIME (5:2) '"'
                   DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           ELSE
               PERFORM 5600-PUT-NULL
           END-IF

           MOVE 'dependents' TO WS-JSON-KEY
           PERFORM 5100-PUT-KEY
           STRING '[' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE 'Y' TO WS-FIRST-MEMBER
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > MS-DEPENDENT-COUNT
               IF NOT MS-DEP-IS-DECEASED (WS-DEP-SLOT)
                   PERFORM 4100-BUILD-DEPENDENT
               END-IF
           END-PERFORM
           STRING ']' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE 'N' TO WS-FIRST-MEMBER
           PERFORM 5900-CLOSE-OBJECT
           IF WS-DOC-OVERFLOW = 'Y'
               ADD 1 TO WS-DOCS-REFUSED
               DISPLAY 'HOUSEHOLD ' MS-CUSTOMER-NUMBER
                   ' TOO LARGE FOR ONE DOCUMENT, NOT SENT'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4900-WRITE-DOCUMENT
           ADD 1 TO WS-UPSERT-COUNT
           PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                   UNTIL WS-DEP-SLOT > MS-DEPENDENT-COUNT
               IF NOT MS-DEP-IS-DECEASED (WS-DEP-SLOT)
                   ADD 1 TO WS-DEPENDENTS-SENT
               END-IF
           END-PERFORM.

      * one array element; the comma before it is owed unless it is
      * the first
       4100-BUILD-DEPENDENT.
           IF WS-FIRST-MEMBER = 'N'
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           END-IF
           PERFORM 5000-OPEN-OBJECT
           MOVE 'name' TO WS-JSON-KEY
           MOVE MS-DEP-NAME (WS-DEP-SLOT) TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'birthDate' TO WS-JSON-KEY
           MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO WS-JSON-DATE
           PERFORM 5400-PUT-DATE
           MOVE 'relationship' TO WS-JSON-KEY
           MOVE MS-DEP-RELATIONSHIP (WS-DEP-SLOT) TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'eligibility' TO WS-JSON-KEY
           MOVE MS-DEP-ELIGIBILITY (WS-DEP-SLOT) TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           PERFORM 5900-CLOSE-OBJECT
           MOVE 'N' TO WS-FIRST-MEMBER.

      * a household the portal must drop: its number, the action and
      * why
       4500-BUILD-DELETE.
           MOVE SPACES TO WS-JSON-DOC
           MOVE 1 TO WS-JSON-PTR
           MOVE 'N' TO WS-DOC-OVERFLOW
           PERFORM 5000-OPEN-OBJECT
           MOVE 'customerNumber' TO WS-JSON-KEY
           MOVE WS-TOUCHED-CUSTOMER (WS-TOUCHED-IDX) TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'action' TO WS-JSON-KEY
           MOVE 'DELETE' TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           MOVE 'reason' TO WS-JSON-KEY
           MOVE WS-DELETE-REASON TO WS-ESC-TEXT
           PERFORM 5200-PUT-STRING
           PERFORM 5900-CLOSE-OBJECT
           MOVE WS-TOUCHED-CUSTOMER (WS-TOUCHED-IDX) TO
               MS-CUSTOMER-NUMBER
           PERFORM 4900-WRITE-DOCUMENT
           ADD 1 TO WS-DELETE-COUNT.

       4900-WRITE-DOCUMENT.
           MOVE WS-JSON-DOC TO PORTAL-EXPORT-LINE
           WRITE PORTAL-EXPORT-LINE
           IF WS-FS-STATUS-EXPORT NOT = '00'
               DISPLAY 'ERROR WRITING PORTAL EXPORT, STATUS: '
                   WS-FS-STATUS-EXPORT ' FOR CUSTOMER: '
                   MS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOCUMENT-COUNT
           ADD MS-CUSTOMER-NUMBER TO WS-CONTROL-TOTAL.

       5000-OPEN-OBJECT.
           STRING '{' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE 'Y' TO WS-FIRST-MEMBER.

      * the member name and its colon, after a comma unless it is
      * the first member of its object
       5100-PUT-KEY.
           IF WS-FIRST-MEMBER = 'N'
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           END-IF
           STRING '"' WS-JSON-KEY DELIMITED BY SPACE
               '":' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE 'N' TO WS-FIRST-MEMBER.

      * the text less its trailing spaces, quoted and escaped; a
      * blank field was never captured and goes as null. Bytes from
      * x'80' up pass through as they are held.
       5200-PUT-STRING.
           PERFORM 5100-PUT-KEY
           MOVE 50 TO WS-ESC-LEN
           PERFORM UNTIL WS-ESC-LEN = ZEROS
                   OR WS-ESC-TEXT (WS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM
           IF WS-ESC-LEN = ZEROS
               PERFORM 5600-PUT-NULL
               EXIT PARAGRAPH
           END-IF
           STRING '"' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
                   UNTIL WS-ESC-POS > WS-ESC-LEN
               MOVE WS-ESC-TEXT (WS-ESC-POS:1) TO WS-ESC-CHAR
               PERFORM 5250-ESCAPE-ONE-BYTE
               STRING WS-ESC-OUT (1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE SPACES TO WS-ESC-TEXT.

      * quote and backslash take a backslash in front, a control
      * byte becomes \u00xx, anything else goes as it is
       5250-ESCAPE-ONE-BYTE.
           MOVE SPACES TO WS-ESC-OUT
           EVALUATE TRUE
               WHEN WS-ESC-CHAR = '"'
                   MOVE '\"' TO WS-ESC-OUT
                   MOVE 2 TO WS-ESC-OUT-LEN
               WHEN WS-ESC-CHAR = '\'
                   MOVE '\\' TO WS-ESC-OUT
                   MOVE 2 TO WS-ESC-OUT-LEN
               WHEN WS-ESC-CHAR < SPACE
                   MOVE ZEROS TO WS-CONTROL-IDX
                   PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                           UNTIL WS-CONTROL-IDX > 32
                           OR WS-CONTROL-BYTES (WS-CONTROL-IDX:1) =
                               WS-ESC-CHAR
                       CONTINUE
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CONTROL-IDX
                       GIVING WS-CONTROL-CODE
                   DIVIDE WS-CONTROL-CODE BY 16 GIVING WS-HEX-HIGH
                       REMAINDER WS-HEX-LOW
                   MOVE '\u00' TO WS-ESC-OUT
                   MOVE WS-HEX-DIGITS (WS-HEX-HIGH + 1:1) TO
                       WS-ESC-OUT (5:1)
                   MOVE WS-HEX-DIGITS (WS-HEX-LOW + 1:1) TO
                       WS-ESC-OUT (6:1)
                   MOVE 6 TO WS-ESC-OUT-LEN
               WHEN OTHER
                   MOVE WS-ESC-CHAR TO WS-ESC-OUT
                   MOVE 1 TO WS-ESC-OUT-LEN
           END-EVALUATE.

      * a count, age or total without its leading zeros
       5300-PUT-NUMBER.
           PERFORM 5100-PUT-KEY
           MOVE 1 TO WS-NUMBER-START
           PERFORM UNTIL WS-NUMBER-START = 12
                   OR WS-NUMBER-EDIT (WS-NUMBER-START:1) NOT = SPACE
               ADD 1 TO WS-NUMBER-START
           END-PERFORM
           STRING WS-NUMBER-EDIT (WS-NUMBER-START:) DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING.

      * YYYYMMDD as an ISO date string; zeros mean not captured
       5400-PUT-DATE.
           PERFORM 5100-PUT-KEY
           IF WS-JSON-DATE = ZEROS
               PERFORM 5600-PUT-NULL
               EXIT PARAGRAPH
           END-IF
           STRING '"' WS-JSON-DATE (1:4) '-' WS-JSON-DATE (5:2) '-'
               WS-JSON-DATE (7:2) '"' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING.

       5500-PUT-FLAG.
           PERFORM 5100-PUT-KEY
           IF WS-JSON-FLAG = 'Y'
               STRING 'true' DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           ELSE
               STRING 'false' DELIMITED BY SIZE
                   INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DOC-OVERFLOW
               END-STRING
           END-IF.

       5600-PUT-NULL.
           STRING 'null' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING.

      * the closing brace; whatever follows the object in its parent
      * is not the parent's first member
       5900-CLOSE-OBJECT.
           STRING '}' DELIMITED BY SIZE
               INTO WS-JSON-DOC WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-DOC-OVERFLOW
           END-STRING
           MOVE 'N' TO WS-FIRST-MEMBER.
