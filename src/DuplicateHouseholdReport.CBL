           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/dup-household-sort.tmp'.

       DATA DIVISION.
       FILE SECTION.
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
           ==WS-DEP-BIRTH-DATE==   BY ==MS-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==MS-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==MS-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==MS-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==MS-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==MS-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==MS-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==MS-DEP-IS-ADULT==.

           05 SW-NAME            PIC X(50).
           05 SW-CITY            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-CUST PIC X(02) VALUE '00'.
       01 WS-LOAD-END PIC X(01) VALUE 'N'.
       01 WS-PREV-CITY   PIC X(30) VALUE SPACES.
       01 WS-PAIR-COUNT  PIC 9(05) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 DUP-REPORT-LINE PIC X(130).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER PIC X(07) VALUE 'NUMBER'.
           05 FILLER PIC X(41) VALUE 'NAME'.
           05 FILLER PIC X(04) VALUE 'CITY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'DUPLICATE-HOUSEHOLD-REPORT' TO RW-PROGRAM-ID
           MOVE 'PROBABLE DUPLICATE HOUSEHOLDS' TO RW-REPORT-TITLE
           MOVE 'src/duplicate-household-report.txt' TO RW-REPORT-PATH
           MOVE 'PAIRS SHARE THE SAME FOLDED NAME AND CITY'
               TO RW-COLUMN-HEAD-1
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-2
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-MATCH-KEY SW-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PAIR-NEIGHBORS
           MOVE SPACES TO DUP-REPORT-LINE
           PERFORM 3000-PRINT-REPORT-LINE
           MOVE SPACES TO DUP-REPORT-LINE
           STRING 'PROBABLE DUPLICATE PAIRS: ' WS-PAIR-COUNT
               DELIMITED BY SIZE INTO DUP-REPORT-LINE
           PERFORM 3000-PRINT-REPORT-LINE
           MOVE 'PROBABLE DUPLICATE PAIRS' TO RW-COUNT-LABEL (1)
           MOVE WS-PAIR-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Probable duplicate pairs: ' WS-PAIR-COUNT
           IF WS-PAIR-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
                               WS-PREV-CITY (1:20)
                               DELIMITED BY SIZE INTO
                               DUP-REPORT-LINE
                           PERFORM 3000-PRINT-REPORT-LINE
                           MOVE SPACES TO DUP-REPORT-LINE
                           STRING SW-CUSTOMER-NUMBER ' '
                               SW-NAME (1:40) ' ' SW-CITY (1:20)
                               '  <- PROBABLE DUPLICATE'
                               DELIMITED BY SIZE INTO
                               DUP-REPORT-LINE
                           PERFORM 3000-PRINT-REPORT-LINE
                       END-IF
                       MOVE SW-MATCH-KEY TO WS-PREV-KEY
                       MOVE SW-CUSTOMER-NUMBER TO WS-PREV-NUMBER
                       MOVE SW-CITY TO WS-PREV-CITY
               END-RETURN
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       3000-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE DUP-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
