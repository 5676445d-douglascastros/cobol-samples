      *          file, and the run ends with a warning return code
      *          when any exist -- so the drift a city delete or a
      *          failed maintenance run leaves behind shows on the
      *          night's summary the day it starts. The register is
      *          no longer read end to end here: REGISTER-FAN-OUT's
      *          single pass already set aside every register whose
      *          city missed the master, and only those candidates
      *          are confirmed against the master again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENTIAL-SWEEP.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CU-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
      * registers whose city missed the master in tonight's fan-out
      * pass, and the control record that proves the pass finished
           SELECT ORPHAN-CANDIDATE-FILE ASSIGN TO
               'src/register-orphan-candidates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REGOUT.
           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.

      * every orphan found also becomes a work item: this file feeds
      * the suspense subsystem, so an integrity break ages, shows on
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * shared run-statistics history, one appended record per run
           SELECT RUN-STATS-FILE ASSIGN TO 'src/run-statistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       FD FANOUT-CONTROL-FILE.
       COPY 'src/DATA-REGISTER-FANOUT.CPY'.
      * household records, CU- prefixed to stay distinct from the
      * city master's own MS- fields in this same program
       FD CUSTOMER-MASTER-FILE.
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
           ==WS-DEP-BIRTH-DATE==   BY ==CU-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==CU-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==CU-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==CU-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==CU-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==CU-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==CU-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==CU-DEP-IS-ADULT==.

       FD ORPHAN-CANDIDATE-FILE.
       01 ORPHAN-CANDIDATE-REC.
           05 OC-CODE     PIC 9(06).
           05 OC-COMMA-1  PIC X(01).
           05 OC-NAME     PIC X(20).
           05 OC-COMMA-2  PIC X(01).
           05 OC-CITY     PIC X(30).

       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

      * same shape as the READ-FILES exception record, so the
      * suspense load reads it with a layout it already knows
       01 WS-REG-SCANNED    PIC 9(07) VALUE ZEROS.
       01 WS-REG-ORPHANS    PIC 9(07) VALUE ZEROS.

      * the register half is only swept from a fan-out pass that
      * finished for tonight's date; otherwise it is reported as not
      * swept and the run fails rather than passing clean
       01 WS-FS-STATUS-FCTL   PIC X(02) VALUE '00'.
       01 WS-FANOUT-CURRENT   PIC X(01) VALUE 'N'.
       01 WS-REG-NOT-SWEPT    PIC X(01) VALUE 'N'.
       01 WS-CANDIDATES-READ  PIC 9(07) VALUE ZEROS.

      * run-statistics timing
       01 WS-FS-STATUS-STATS  PIC X(02) VALUE '00'.
       01 WS-STATS-START-TIME.
           05 WS-STATS-START-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-END-TIME.
           05 WS-STATS-END-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-START-SECS PIC 9(07) VALUE ZEROS.
       01 WS-STATS-END-SECS   PIC 9(07) VALUE ZEROS.
       01 WS-STATS-ELAPSED    PIC 9(07) VALUE ZEROS.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 SWEEP-REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0041-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REFERENTIAL-SWEEP' TO JL-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'REFERENTIAL-SWEEP' TO RW-PROGRAM-ID
           MOVE 'ORPHANED CITY REFERENCES' TO RW-REPORT-TITLE
           MOVE 'src/referential-sweep-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ORPHAN-FILE

           PERFORM 0100-SWEEP-CUSTOMERS
           PERFORM 0200-SWEEP-REGISTER

           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'CUSTOMER ORPHANS: ' WS-CUST-ORPHANS
               '  REGISTER ORPHANS: ' WS-REG-ORPHANS
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE

           CLOSE CITY-MASTER-FILE
           MOVE 'HOUSEHOLDS SCANNED' TO RW-COUNT-LABEL (1)
           MOVE WS-CUST-SCANNED TO RW-COUNT-VALUE (1)
           MOVE 'REGISTERS SCANNED' TO RW-COUNT-LABEL (2)
           MOVE WS-REG-SCANNED TO RW-COUNT-VALUE (2)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           CLOSE ORPHAN-FILE

           DISPLAY 'Households scanned: ' WS-CUST-SCANNED
           IF WS-CUST-ORPHANS > ZEROS OR WS-REG-ORPHANS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REG-NOT-SWEPT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0950-WRITE-RUN-STATS
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
                               ' CITY ' CU-CITY-NAME
                               DELIMITED BY SIZE INTO
                               SWEEP-REPORT-LINE
                           PERFORM 0900-PRINT-REPORT-LINE
                           MOVE CU-CUSTOMER-NUMBER TO OR-CODE
                           MOVE ',' TO OR-COMMA-1
                           MOVE CU-CITY-NAME (1:20) TO OR-NAME
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      * the fan-out already checked every register's city against
      * the master once per city; each candidate it set aside is read
      * against the master again, so a city added since the pass is
      * not reported. The registers scanned are the fan-out's count.
       0200-SWEEP-REGISTER.
           MOVE 'N' TO WS-SCAN-END
           PERFORM 0250-CHECK-FANOUT
           IF WS-FANOUT-CURRENT = 'N'
               DISPLAY 'REGISTER FAN-OUT HAS NOT COMPLETED FOR '
                   WS-BUSINESS-DATE ' -- REGISTER NOT SWEPT'
               MOVE 'Y' TO WS-REG-NOT-SWEPT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ORPHAN-CANDIDATE-FILE
           IF WS-FS-STATUS-REGOUT NOT = '00'
               DISPLAY 'ORPHAN CANDIDATES NOT ON HAND, STATUS: '
                   WS-FS-STATUS-REGOUT ' -- REGISTER NOT SWEPT'
               MOVE 'Y' TO WS-REG-NOT-SWEPT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-END = 'S'
               READ ORPHAN-CANDIDATE-FILE
                   AT END
                       MOVE 'S' TO WS-SCAN-END
                   NOT AT END
                       ADD 1 TO WS-CANDIDATES-READ
                       MOVE OC-CITY TO MS-NAME
                       PERFORM 0300-CHECK-CITY
                       IF WS-CITY-ON-MASTER = 'N'
                           ADD 1 TO WS-REG-ORPHANS
                           MOVE SPACES TO SWEEP-REPORT-LINE
                           STRING 'REGISTER ' OC-CODE
                               ' CITY ' OC-CITY
                               DELIMITED BY SIZE INTO
                               SWEEP-REPORT-LINE
                           PERFORM 0900-PRINT-REPORT-LINE
                           MOVE OC-CODE TO OR-CODE
                           MOVE ',' TO OR-COMMA-1
                           MOVE OC-CITY (1:20) TO OR-NAME
                           MOVE ',' TO OR-COMMA-2
                           MOVE 'ORPHANED CITY REF (REGISTER)' TO
                               OR-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORPHAN-CANDIDATE-FILE.

       0250-CHECK-FANOUT.
           MOVE 'N' TO WS-FANOUT-CURRENT
           OPEN INPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FANOUT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-FANOUT-CURRENT
                       MOVE FC-REGISTER-COUNT TO WS-REG-SCANNED
                   END-IF
           END-READ
           CLOSE FANOUT-CONTROL-FILE.

       0300-CHECK-CITY.
           READ CITY-MASTER-FILE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE SWEEP-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.

      * appends this run's statistics record: households plus
      * registers covered, orphans found on each, and the fan-out's
      * orphan candidates re-read
       0950-WRITE-RUN-STATS.
           ACCEPT WS-STATS-END-TIME FROM TIME
           COMPUTE WS-STATS-START-SECS =
               WS-STATS-START-HH * 3600 +
               WS-STATS-START-MM * 60 + WS-STATS-START-SS
           COMPUTE WS-STATS-END-SECS =
               WS-STATS-END-HH * 3600 +
               WS-STATS-END-MM * 60 + WS-STATS-END-SS
           IF WS-STATS-END-SECS < WS-STATS-START-SECS
               ADD 86400 TO WS-STATS-END-SECS
           END-IF
           SUBTRACT WS-STATS-START-SECS FROM WS-STATS-END-SECS
               GIVING WS-STATS-ELAPSED
           OPEN EXTEND RUN-STATS-FILE
           IF WS-FS-STATUS-STATS = '35'
               OPEN OUTPUT RUN-STATS-FILE
           END-IF
           IF WS-FS-STATUS-STATS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-STATS-FILE, STATUS: '
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE 'REFERENTIAL-SWEEP' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               COMPUTE RS-RECORDS-READ =
                   WS-CUST-SCANNED + WS-REG-SCANNED
               MOVE ZEROS TO RS-RECORDS-WRITTEN
               COMPUTE RS-EXCEPTION-COUNT =
                   WS-CUST-ORPHANS + WS-REG-ORPHANS
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE WS-CANDIDATES-READ TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
