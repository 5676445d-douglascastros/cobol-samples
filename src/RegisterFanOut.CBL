      ******************************************************************
      * Author:
      * Date:
      * Purpose: the night's one pass over the customer register.
      *          The city-ordered extract, the customer/city merge,
      *          the density report, the referential sweep and every
      *          partner extract each used to read data-out.dat end
      *          to end on their own; this step reads it once, sorts
      *          it into city order on the way through, and cuts each
      *          of those consumers the work file it actually needs:
      *            - the city-ordered extract (CITY-CONTROL-BREAK-
      *              REPORT and CUSTOMER-CITY-MERGE)
      *            - a register count per city (CUSTOMER-DENSITY-
      *              REPORT)
      *            - the registers whose city is not on the city
      *              master, as orphan candidates (REFERENTIAL-SWEEP)
      *            - the partner slice: each register with its
      *              household's deceased and opted-out screening
      *              already looked up (PARTNER-EXTRACT)
      *          A control record written last carries the business
      *          date and the counts; each consumer checks it before
      *          trusting its work file, so a failed or skipped
      *          fan-out is never mistaken for tonight's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-FAN-OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DATA-OUT ASSIGN TO 'src/data-out.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CODE-OUT
           FILE STATUS IS WS-FS-STATUS-OUT.

      * read once per distinct city, as the city breaks go by
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CY-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.

      * read by register code for the partner slice's screening
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

           SELECT SORT-WORK-FILE ASSIGN TO
               'src/register-fanout-sort.tmp'.

           SELECT CITY-ORDERED-FILE ASSIGN TO
               'src/data-out-city-order.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CITYORD.
           SELECT CITY-COUNT-FILE ASSIGN TO
               'src/register-city-counts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-COUNTS.
           SELECT ORPHAN-CANDIDATE-FILE ASSIGN TO
               'src/register-orphan-candidates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ORPHAN.
           SELECT PARTNER-SLICE-FILE ASSIGN TO
               'src/register-partner-slice.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SLICE.

           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
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

      * CY- prefixed to stay distinct from the customer master's own
      * MS- fields in this same program
       FD CITY-MASTER-FILE.
       01 CITY-MASTER-RECORD.
           05 CY-NAME        PIC X(30).
           05 CY-POPULATION  PIC 9(09) COMP-3.
           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

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

      * sort work record, laid out byte-for-byte like REGISTER-OUT
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-CODE     PIC 9(06).
           05 SW-COMMA-1  PIC X(01).
           05 SW-NAME     PIC X(20).
           05 SW-COMMA-2  PIC X(01).
           05 SW-CITY     PIC X(30).
           05 SW-COMMA-3  PIC X(01).
           05 SW-STATE    PIC X(20).
           05 SW-COMMA-4  PIC X(01).
           05 SW-COUNTRY  PIC X(20).

      * REGISTER-OUT in ascending city/code order, the layout
      * CITY-CONTROL-BREAK-REPORT has always read
       FD CITY-ORDERED-FILE.
       01 CITY-ORDERED-REC.
           05 CO-CODE     PIC 9(06).
           05 CO-COMMA-1  PIC X(01).
           05 CO-NAME     PIC X(20).
           05 CO-COMMA-2  PIC X(01).
           05 CO-CITY     PIC X(30).
           05 CO-COMMA-3  PIC X(01).
           05 CO-STATE    PIC X(20).
           05 CO-COMMA-4  PIC X(01).
           05 CO-COUNTRY  PIC X(20).

      * one line per distinct register city, in city order
       FD CITY-COUNT-FILE.
       01 CITY-COUNT-REC.
           05 CC-CITY     PIC X(30).
           05 CC-COMMA    PIC X(01).
           05 CC-COUNT    PIC 9(07).

      * a register whose city is not on the city master as spelled;
      * REFERENTIAL-SWEEP confirms each against the master again before
      * reporting it
       FD ORPHAN-CANDIDATE-FILE.
       01 ORPHAN-CANDIDATE-REC.
           05 OC-CODE     PIC 9(06).
           05 OC-COMMA-1  PIC X(01).
           05 OC-NAME     PIC X(20).
           05 OC-COMMA-2  PIC X(01).
           05 OC-CITY     PIC X(30).

      * the register image untouched, followed by the household's
      * screening: Y when its head is recorded deceased, Y when it
      * has asked not to be mailed or not to be called. Both are
      * left blank when the customer master could not be read.
       FD PARTNER-SLICE-FILE.
       01 PARTNER-SLICE-REC.
           05 PS-REGISTER-IMAGE PIC X(100).
           05 PS-COMMA          PIC X(01).
           05 PS-HEAD-DECEASED  PIC X(01).
           05 PS-OPTED-OUT      PIC X(01).

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-FS-STATUS-OUT     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITYORD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-COUNTS  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ORPHAN  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SLICE   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FCTL    PIC X(02) VALUE '00'.
       01 WS-REGISTER-END      PIC X(01) VALUE 'N'.
       01 WS-SORT-END          PIC X(01) VALUE 'N'.

      * whether each master could be opened; with no city master
      * every register goes out as an orphan candidate for the sweep
      * to settle, and with no customer master the slice goes out
      * unscreened for PARTNER-EXTRACT to screen itself
       01 WS-CITYM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-CUSTM-OPEN    PIC X(01) VALUE 'N'.

      * the city break in the sorted stream
       01 WS-FIRST-RECORD  PIC X(01) VALUE 'Y'.
       01 WS-BREAK-CITY    PIC X(30) VALUE SPACES.
       01 WS-BREAK-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-CITY-ON-MASTER PIC X(01) VALUE 'N'.

       01 WS-REGISTER-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-CITYORD-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-CITY-COUNT     PIC 9(05) VALUE ZEROS.
       01 WS-ORPHAN-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-SLICE-COUNT    PIC 9(07) VALUE ZEROS.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REGISTER-FAN-OUT' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

      * last night's control record goes first, so a pass that dies
      * part-way leaves every consumer refusing rather than reading
      * a half-cut work file as tonight's
           OPEN OUTPUT FANOUT-CONTROL-FILE
           CLOSE FANOUT-CONTROL-FILE

           OPEN INPUT FILE-DATA-OUT
           IF WS-FS-STATUS-OUT NOT = '00'
               DISPLAY 'ERROR OPENING FILE-DATA-OUT, STATUS: '
                   WS-FS-STATUS-OUT ' -- NO WORK FILES CUT'
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-END-JOB
           END-IF
           PERFORM 0100-OPEN-WORK-FILES
           IF RETURN-CODE = 8
               CLOSE FILE-DATA-OUT
               PERFORM 0900-END-JOB
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CITY SW-CODE
               INPUT PROCEDURE IS 1000-READ-REGISTER
               OUTPUT PROCEDURE IS 2000-CUT-CITY-FILES

           CLOSE FILE-DATA-OUT
           CLOSE CITY-ORDERED-FILE
           CLOSE CITY-COUNT-FILE
           CLOSE ORPHAN-CANDIDATE-FILE
           CLOSE PARTNER-SLICE-FILE
           IF WS-CITYM-OPEN = 'Y'
               CLOSE CITY-MASTER-FILE
           END-IF
           IF WS-CUSTM-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           DISPLAY 'Registers read:            ' WS-REGISTER-COUNT
           DISPLAY 'City-ordered records:      ' WS-CITYORD-COUNT
           DISPLAY 'Distinct cities counted:   ' WS-CITY-COUNT
           DISPLAY 'Orphan candidates:         ' WS-ORPHAN-COUNT
           DISPLAY 'Partner slice records:     ' WS-SLICE-COUNT
           IF WS-CUSTM-OPEN = 'N'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST ' -- PARTNER SLICE NOT SCREENED'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CITYM-OPEN = 'N'
               DISPLAY 'CITY MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CITY ' -- EVERY REGISTER PASSED AS '
                   'AN ORPHAN CANDIDATE'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0800-WRITE-CONTROL-RECORD
           PERFORM 0950-WRITE-RUN-STATS
           PERFORM 0900-END-JOB.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
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

      * the four work files must all open, or none of them is
      * trusted; the two masters are optional and only narrow what
      * this pass can settle on the consumers' behalf
       0100-OPEN-WORK-FILES.
           OPEN OUTPUT CITY-ORDERED-FILE
           OPEN OUTPUT CITY-COUNT-FILE
           OPEN OUTPUT ORPHAN-CANDIDATE-FILE
           OPEN OUTPUT PARTNER-SLICE-FILE
           IF WS-FS-STATUS-CITYORD NOT = '00'
                   OR WS-FS-STATUS-COUNTS NOT = '00'
                   OR WS-FS-STATUS-ORPHAN NOT = '00'
                   OR WS-FS-STATUS-SLICE NOT = '00'
               DISPLAY 'ERROR OPENING WORK FILES, STATUS: '
                   WS-FS-STATUS-CITYORD ' ' WS-FS-STATUS-COUNTS ' '
                   WS-FS-STATUS-ORPHAN ' ' WS-FS-STATUS-SLICE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CITY-MASTER-FILE
           IF WS-FS-STATUS-CITY = '00'
               MOVE 'Y' TO WS-CITYM-OPEN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST = '00'
               MOVE 'Y' TO WS-CUSTM-OPEN
           END-IF.

      * the pass itself: every register goes to the sort for the city
      * files, and straight to the partner slice, which keeps the
      * register's own code order
       1000-READ-REGISTER.
           PERFORM UNTIL WS-REGISTER-END = 'S'
               READ FILE-DATA-OUT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-REGISTER-END
                   NOT AT END
                       ADD 1 TO WS-REGISTER-COUNT
                       MOVE REGISTER-OUT TO SORT-WORK-REC
                       RELEASE SORT-WORK-REC
                       PERFORM 1100-WRITE-PARTNER-SLICE
               END-READ
           END-PERFORM.

      * the register code is the household's customer number; a code
      * with no household behind it carries no screening and is
      * marked clear, the same verdict PARTNER-EXTRACT reaches
       1100-WRITE-PARTNER-SLICE.
           MOVE REGISTER-OUT TO PS-REGISTER-IMAGE
           MOVE ',' TO PS-COMMA
           MOVE SPACES TO PS-HEAD-DECEASED
           MOVE SPACES TO PS-OPTED-OUT
           IF WS-CUSTM-OPEN = 'Y'
               MOVE 'N' TO PS-HEAD-DECEASED
               MOVE 'N' TO PS-OPTED-OUT
               MOVE FS-CODE-OUT TO MS-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MS-HEAD-IS-DECEASED
                           MOVE 'Y' TO PS-HEAD-DECEASED
                       END-IF
                       IF MS-MAIL-OPTED-OUT OR MS-CALL-OPTED-OUT
                           MOVE 'Y' TO PS-OPTED-OUT
                       END-IF
               END-READ
           END-IF
           WRITE PARTNER-SLICE-REC
           ADD 1 TO WS-SLICE-COUNT.

      * the sorted stream: every record to the city-ordered extract,
      * a count line at each city break, and the city master read
      * once per city to decide its registers' orphan candidacy
       2000-CUT-CITY-FILES.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-CITY-BREAK
                       PERFORM 2200-WRITE-CITY-ORDERED
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2300-WRITE-CITY-COUNT
           END-IF.

       2100-CHECK-CITY-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM 2150-START-CITY
           ELSE
               IF SW-CITY NOT = WS-BREAK-CITY
                   PERFORM 2300-WRITE-CITY-COUNT
                   PERFORM 2150-START-CITY
               END-IF
           END-IF.

       2150-START-CITY.
           MOVE SW-CITY TO WS-BREAK-CITY
           MOVE ZEROS TO WS-BREAK-COUNT
           MOVE 'N' TO WS-CITY-ON-MASTER
           IF WS-CITYM-OPEN = 'Y'
               MOVE SW-CITY TO CY-NAME
               READ CITY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CITY-ON-MASTER
               END-READ
           END-IF.

       2200-WRITE-CITY-ORDERED.
           MOVE SORT-WORK-REC TO CITY-ORDERED-REC
           WRITE CITY-ORDERED-REC
           ADD 1 TO WS-CITYORD-COUNT
           ADD 1 TO WS-BREAK-COUNT
           IF WS-CITY-ON-MASTER = 'N'
               MOVE SW-CODE TO OC-CODE
               MOVE ',' TO OC-COMMA-1
               MOVE SW-NAME TO OC-NAME
               MOVE ',' TO OC-COMMA-2
               MOVE SW-CITY TO OC-CITY
               WRITE ORPHAN-CANDIDATE-REC
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.

       2300-WRITE-CITY-COUNT.
           MOVE WS-BREAK-CITY TO CC-CITY
           MOVE ',' TO CC-COMMA
           MOVE WS-BREAK-COUNT TO CC-COUNT
           WRITE CITY-COUNT-REC
           ADD 1 TO WS-CITY-COUNT.

      * written only once every work file is closed, so its presence
      * for tonight's date is the consumers' proof the pass finished
       0800-WRITE-CONTROL-RECORD.
           OPEN OUTPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               DISPLAY 'ERROR OPENING FANOUT-CONTROL-FILE, STATUS: '
                   WS-FS-STATUS-FCTL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FANOUT-CONTROL-REC
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           MOVE WS-REGISTER-COUNT TO FC-REGISTER-COUNT
           MOVE WS-CITY-COUNT TO FC-CITY-COUNT
           MOVE WS-ORPHAN-COUNT TO FC-ORPHAN-COUNT
           MOVE WS-SLICE-COUNT TO FC-PARTNER-COUNT
           MOVE WS-CUSTM-OPEN TO FC-MASTER-SCREENED
           ACCEPT FC-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT FC-STAMP-TIME FROM TIME
           WRITE FANOUT-CONTROL-REC
           CLOSE FANOUT-CONTROL-FILE.

       0900-END-JOB.
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * appends this run's statistics record: registers read,
      * city-ordered records written, orphan candidates, and the
      * distinct cities counted
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
               MOVE 'REGISTER-FAN-OUT' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-REGISTER-COUNT TO RS-RECORDS-READ
               MOVE WS-CITYORD-COUNT TO RS-RECORDS-WRITTEN
               MOVE WS-ORPHAN-COUNT TO RS-EXCEPTION-COUNT
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE WS-CITY-COUNT TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
