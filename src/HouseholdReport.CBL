           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CY-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.

      * the master's alternate index by normalized name, rebuilt
      * nightly by CITY-NORM-INDEX-BUILD; with it a normalized miss
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

           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

       FD CITY-NORM-INDEX-FILE.
       01 CITY-NORM-INDEX-REC.
       01 WS-FS-STATUS-PARM PIC X(02) VALUE '00'.
       01 WS-INCLUDE-CLOSED PIC X(01) VALUE 'N'.
       01 WS-SKIPPED-CLOSED PIC 9(05) VALUE ZEROS.
       01 WS-HOUSEHOLD-COUNT PIC 9(07) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 HOUSEHOLD-REPORT-LINE PIC X(90).
       01 WS-COLUMN-HEAD-LINE.
           05 FILLER      PIC X(17) VALUE 'CUSTOMER'.
           05 FILLER      PIC X(52) VALUE 'NAME / RELATIONSHIP'.
           05 FILLER      PIC X(04) VALUE 'CITY'.

      * normalized-fallback controls: a household city that misses
      * the exact master read is retried through the shared
           IF WS-FS-STATUS-NORMIDX = '00'
               MOVE 'Y' TO WS-NORMIDX-OPENED
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'HOUSEHOLD-REPORT' TO RW-PROGRAM-ID
           MOVE 'HOUSEHOLDS AND FAMILY MEMBERS' TO RW-REPORT-TITLE
           MOVE 'src/household-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CUST-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
           IF WS-NORMIDX-OPENED = 'Y'
               CLOSE CITY-NORM-INDEX-FILE
           END-IF
           MOVE 'HOUSEHOLDS PRINTED' TO RW-COUNT-LABEL (1)
           MOVE WS-HOUSEHOLD-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'CLOSED ACCOUNTS SKIPPED' TO RW-COUNT-LABEL (2)
           MOVE WS-SKIPPED-CLOSED TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Closed households skipped: ' WS-SKIPPED-CLOSED
           STOP RUN.

           MOVE MS-CUSTOMER-NUMBER TO WH-NUMBER
           MOVE MS-NAME            TO WH-NAME
           MOVE WS-CITY-DESCRIPTION TO WH-CITY
           ADD 1 TO WS-HOUSEHOLD-COUNT
           MOVE WS-HEAD-LINE TO HOUSEHOLD-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE

           IF MS-STREET-ADDRESS NOT = SPACES
                   OR MS-POSTAL-CODE NOT = SPACES
               MOVE MS-STREET-ADDRESS TO WA-STREET
               MOVE MS-POSTAL-CODE TO WA-POSTAL
               MOVE MS-PHONE TO WA-PHONE
               MOVE WS-ADDRESS-LINE TO HOUSEHOLD-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           END-IF

           IF MS-DEPENDENT-COUNT > ZEROS
                       WM-RELATION
                   MOVE MS-DEP-NAME (MS-DEP-IDX) TO WM-NAME
                   MOVE WS-CITY-DESCRIPTION TO WM-CITY
                   MOVE WS-MEMBER-LINE TO HOUSEHOLD-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
               END-PERFORM
           END-IF.

           ELSE
               MOVE MS-CITY-NAME TO WS-CITY-DESCRIPTION
           END-IF.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE HOUSEHOLD-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
