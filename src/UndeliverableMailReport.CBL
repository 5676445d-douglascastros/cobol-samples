      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly list of the households whose postal address is
      *          marked undeliverable: each one with its name, the
      *          address the mail came back from, the business date
      *          it was marked and how many days it has stood that
      *          way -- longest first -- and underneath it every
      *          letter CUSTOMER-LETTERS is holding on the queue
      *          until the address is corrected. Returned mail stops
      *          being a pile on a desk and becomes a worklist the
      *          branches can chase.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDELIVERABLE-MAIL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT LETTER-QUEUE-FILE ASSIGN TO
               'src/customer-letter-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-QUEUE.
           SELECT SORT-WORK-FILE ASSIGN TO
               'src/undeliverable-sort.tmp'.

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

       FD LETTER-QUEUE-FILE.
       01 LETTER-QUEUE-REC.
           05 LQ-EVENT    PIC X(10).
           05 LQ-COMMA-1  PIC X(01).
           05 LQ-CUSTOMER PIC 9(06).
           05 LQ-COMMA-2  PIC X(01).
           05 LQ-DATE     PIC 9(08).
           05 LQ-COMMA-3  PIC X(01).
           05 LQ-TIME     PIC 9(08).
           05 LQ-COMMA-4  PIC X(01).
           05 LQ-USER-ID  PIC X(08).

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-RETURNED-DATE   PIC 9(08).
           05 SW-CUSTOMER-NUMBER PIC 9(06).
           05 SW-NAME            PIC X(50).
           05 SW-STREET-ADDRESS  PIC X(40).
           05 SW-CITY            PIC X(30).
           05 SW-POSTAL-CODE     PIC X(10).
           05 SW-ACCOUNT-STATUS  PIC X(01).

       WORKING-STORAGE SECTION.

      * request area for the shared DATE-UTILS subprogram: the days
      * each address has stood undeliverable are counted there
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-CUST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-QUEUE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC    PIC X(02) VALUE '00'.
       01 WS-LOAD-END  PIC X(01) VALUE 'N'.
       01 WS-SORT-END  PIC X(01) VALUE 'N'.
       01 WS-QUEUE-END PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the letter queue held for the run, so each household's held
      * letters can be listed under it without rereading the queue
       01 WS-QUEUE-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               10 WS-QE-CUSTOMER PIC 9(06).
               10 WS-QE-EVENT    PIC X(10).
               10 WS-QE-DATE     PIC 9(08).
       01 WS-QUEUE-IDX    PIC 9(04) VALUE ZEROS.
       01 WS-QUEUE-OVERFLOW PIC X(01) VALUE 'N'.

       01 WS-HOUSEHOLD-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-HELD-TOTAL       PIC 9(05) VALUE ZEROS.
       01 WS-HELD-HERE        PIC 9(04) VALUE ZEROS.
       01 WS-DAYS-BAD         PIC S9(05) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WD-NUMBER    PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-NAME      PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-STATUS    PIC X(01).
           05 FILLER       PIC X(09) VALUE ' SINCE '.
           05 WD-RETURNED  PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-DAYS      PIC ZZZZ9.
           05 FILLER       PIC X(07) VALUE ' DAYS  '.
           05 WD-HELD      PIC ZZZ9.
           05 FILLER       PIC X(05) VALUE ' HELD'.
       01 WS-ADDRESS-LINE.
           05 FILLER       PIC X(08) VALUE SPACES.
           05 WA-STREET    PIC X(40).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WA-CITY      PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WA-POSTAL    PIC X(10).
       01 WS-HELD-LINE.
           05 FILLER       PIC X(08) VALUE SPACES.
           05 FILLER       PIC X(12) VALUE 'HELD LETTER '.
           05 WH-EVENT     PIC X(10).
           05 FILLER       PIC X(11) VALUE ' QUEUED ON '.
           05 WH-DATE      PIC 9(08).

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0100-LOAD-LETTER-QUEUE
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'UNDELIVERABLE-MAIL-REPORT' TO RW-PROGRAM-ID
           MOVE 'UNDELIVERABLE ADDRESSES' TO RW-REPORT-TITLE
           MOVE 'src/undeliverable-mail-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RETURNED-DATE SW-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-WRITE-REPORT
           MOVE SPACES TO REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HOUSEHOLDS UNDELIVERABLE: ' WS-HOUSEHOLD-COUNT
               '   LETTERS HELD: ' WS-HELD-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           IF WS-QUEUE-OVERFLOW = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING 'LETTER QUEUE LARGER THAN 2000 ENTRIES -- '
                   'HELD LETTERS LISTED ARE INCOMPLETE'
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 2900-PRINT-REPORT-LINE
           END-IF
           MOVE 'HOUSEHOLDS UNDELIVERABLE' TO RW-COUNT-LABEL (1)
           MOVE WS-HOUSEHOLD-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'LETTERS HELD' TO RW-COUNT-LABEL (2)
           MOVE WS-HELD-TOTAL TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Undeliverable households: ' WS-HOUSEHOLD-COUNT
           DISPLAY 'Letters held behind them: ' WS-HELD-TOTAL
           IF WS-QUEUE-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * no queue on hand simply means no letters are held
       0100-LOAD-LETTER-QUEUE.
           OPEN INPUT LETTER-QUEUE-FILE
           IF WS-FS-STATUS-QUEUE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QUEUE-END = 'S'
               READ LETTER-QUEUE-FILE
                   AT END
                       MOVE 'S' TO WS-QUEUE-END
                   NOT AT END
                       IF WS-QUEUE-COUNT < 2000
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE LQ-CUSTOMER TO
                               WS-QE-CUSTOMER (WS-QUEUE-COUNT)
                           MOVE LQ-EVENT TO
                               WS-QE-EVENT (WS-QUEUE-COUNT)
                           MOVE LQ-DATE TO
                               WS-QE-DATE (WS-QUEUE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-QUEUE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-QUEUE-FILE.

       1000-LOAD-SORT-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 'S' TO WS-LOAD-END
           END-IF
           PERFORM UNTIL WS-LOAD-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOAD-END
                   NOT AT END
                       IF MS-ADDR-UNDELIVERABLE
                           PERFORM 1100-RELEASE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-CUST NOT = '35'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       1100-RELEASE-HOUSEHOLD.
           MOVE MS-RETURNED-DATE TO SW-RETURNED-DATE
           MOVE MS-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
           MOVE MS-NAME TO SW-NAME
           MOVE MS-STREET-ADDRESS TO SW-STREET-ADDRESS
           MOVE MS-CITY-NAME TO SW-CITY
           MOVE MS-POSTAL-CODE TO SW-POSTAL-CODE
           MOVE MS-ACCOUNT-STATUS TO SW-ACCOUNT-STATUS
           RELEASE SORT-WORK-REC.

      * oldest return first, so the addresses bad the longest head
      * the list
       2000-WRITE-REPORT.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-WRITE-ONE-HOUSEHOLD
               END-RETURN
           END-PERFORM.

       2100-WRITE-ONE-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLD-COUNT
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE SW-RETURNED-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAYS-OUT TO WS-DAYS-BAD
           IF WS-DAYS-BAD < ZEROS
               MOVE ZEROS TO WS-DAYS-BAD
           END-IF
           MOVE ZEROS TO WS-HELD-HERE
           MOVE ZEROS TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-IDX = WS-QUEUE-COUNT
               ADD 1 TO WS-QUEUE-IDX
               IF WS-QE-CUSTOMER (WS-QUEUE-IDX) = SW-CUSTOMER-NUMBER
                   ADD 1 TO WS-HELD-HERE
               END-IF
           END-PERFORM
           ADD WS-HELD-HERE TO WS-HELD-TOTAL
           MOVE SW-CUSTOMER-NUMBER TO WD-NUMBER
           MOVE SW-NAME TO WD-NAME
           MOVE SW-ACCOUNT-STATUS TO WD-STATUS
           MOVE SW-RETURNED-DATE TO WD-RETURNED
           MOVE WS-DAYS-BAD TO WD-DAYS
           MOVE WS-HELD-HERE TO WD-HELD
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE SW-STREET-ADDRESS TO WA-STREET
           MOVE SW-CITY TO WA-CITY
           MOVE SW-POSTAL-CODE TO WA-POSTAL
           MOVE WS-ADDRESS-LINE TO REPORT-LINE
           PERFORM 2900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-IDX = WS-QUEUE-COUNT
               ADD 1 TO WS-QUEUE-IDX
               IF WS-QE-CUSTOMER (WS-QUEUE-IDX) = SW-CUSTOMER-NUMBER
                   MOVE WS-QE-EVENT (WS-QUEUE-IDX) TO WH-EVENT
                   MOVE WS-QE-DATE (WS-QUEUE-IDX) TO WH-DATE
                   MOVE WS-HELD-LINE TO REPORT-LINE
                   PERFORM 2900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       2900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
