      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time (and re-runnable) scan of the existing
      *          customer master against the postal-code range master,
      *          reporting every household whose postal code belongs
      *          to another city, or to no range at all -- the
      *          addresses keyed before the range check existed.
      *          Households with no postal code captured yet are not
      *          reported. Ends with a warning return code when
      *          anything disagreed, so the cleanup backlog is visible
      *          until it is worked off, the way GEO-REFERENCE-SCAN
      *          does for the city master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-CITY-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT POSTAL-SCAN-REPORT ASSIGN TO
               'src/postal-city-scan-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD POSTAL-SCAN-REPORT.
       01 POSTAL-SCAN-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-CUST   PIC X(02) VALUE '00'.
       01 WS-MASTER-END       PIC X(01) VALUE 'N'.
       01 WS-HOUSEHOLD-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-CHECKED-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-MISMATCH-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-UNKNOWN-COUNT    PIC 9(07) VALUE ZEROS.

       COPY 'src/DATA-POSTAL-RANGE.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PR-POSTAL-CODE
           MOVE SPACES TO PR-CITY-NAME
           CALL 'POSTAL-RANGE-LOOKUP' USING POSTAL-RANGE-REQUEST
           IF PR-IN-FORCE NOT = 'Y'
               DISPLAY 'POSTAL-RANGE MASTER NOT AVAILABLE -- '
                   'NOTHING TO SCAN AGAINST'
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTAL-SCAN-REPORT
           MOVE 'HOUSEHOLDS WHOSE POSTAL CODE DISAGREES WITH THEIR CITY'
               TO POSTAL-SCAN-REPORT-LINE
           WRITE POSTAL-SCAN-REPORT-LINE

           PERFORM UNTIL WS-MASTER-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                       IF MS-POSTAL-CODE NOT = SPACES
                           PERFORM 0100-CHECK-ONE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO POSTAL-SCAN-REPORT-LINE
           WRITE POSTAL-SCAN-REPORT-LINE
           MOVE SPACES TO POSTAL-SCAN-REPORT-LINE
           STRING 'HOUSEHOLDS ' WS-HOUSEHOLD-COUNT
               '  CHECKED ' WS-CHECKED-COUNT
               '  OTHER CITY ' WS-MISMATCH-COUNT
               '  NO RANGE ' WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO POSTAL-SCAN-REPORT-LINE
           WRITE POSTAL-SCAN-REPORT-LINE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE POSTAL-SCAN-REPORT

           DISPLAY 'Households scanned:            ' WS-HOUSEHOLD-COUNT
           DISPLAY 'Postal codes checked:          ' WS-CHECKED-COUNT
           DISPLAY 'Postal codes in another city:  ' WS-MISMATCH-COUNT
           DISPLAY 'Postal codes on no range:      ' WS-UNKNOWN-COUNT
           IF WS-MISMATCH-COUNT > ZEROS OR WS-UNKNOWN-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-CHECK-ONE-HOUSEHOLD.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE MS-POSTAL-CODE TO PR-POSTAL-CODE
           MOVE MS-CITY-NAME TO PR-CITY-NAME
           CALL 'POSTAL-RANGE-LOOKUP' USING POSTAL-RANGE-REQUEST
           IF PR-CODE-IN-CITY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POSTAL-SCAN-REPORT-LINE
           IF PR-CODE-UNKNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
               STRING MS-CUSTOMER-NUMBER ' ' MS-POSTAL-CODE ' '
                   MS-CITY-NAME ' NO RANGE COVERS THIS CODE'
                   DELIMITED BY SIZE INTO POSTAL-SCAN-REPORT-LINE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING MS-CUSTOMER-NUMBER ' ' MS-POSTAL-CODE ' '
                   MS-CITY-NAME ' CODE BELONGS TO ' PR-RANGE-CITY
                   DELIMITED BY SIZE INTO POSTAL-SCAN-REPORT-LINE
           END-IF
           WRITE POSTAL-SCAN-REPORT-LINE.
