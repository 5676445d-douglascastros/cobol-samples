      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly cross-file reconciliation between the
      *          register (src/data-out.dat, keyed by FS-CODE-OUT)
      *          and the customer master (keyed by the six-digit
      *          customer number) -- two files meant to describe the
      *          same customers that nothing ever proved agree. Both
      *          are read once in key order and matched code by code,
      *          and four kinds of break are reported: a code only on
      *          the register, a household only on the master, a code
      *          on both whose names differ, and a code on both whose
      *          cities differ. Names and cities are both folded
      *          through CITY-NORMALIZE before they are compared, so
      *          case, punctuation and spacing never count as a
      *          difference; a master name is compared over the
      *          register's twenty characters. Counts go to the
      *          control ledger, and every break is also written to
      *          src/register-master-breaks.txt, which the suspense
      *          subsystem loads as open work items the way it loads
      *          REFERENTIAL-SWEEP's orphans. Any break ends the run
      *          with a warning return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-MASTER-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CU-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.
           SELECT FILE-DATA-OUT ASSIGN TO 'src/data-out.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CODE-OUT
           FILE STATUS IS WS-FS-STATUS-REGOUT.
           SELECT RECON-REPORT-FILE ASSIGN TO
               'src/register-master-recon-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * every break found also becomes a work item: this file feeds
      * the suspense subsystem, so a disagreement ages, shows on the
      * suspense reports and clears through a correction
           SELECT BREAK-FILE ASSIGN TO
               'src/register-master-breaks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-BREAK.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.
      * household records, CU- prefixed as in REFERENTIAL-SWEEP
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

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE PIC X(100).

      * same shape as the READ-FILES exception record, so the
      * suspense load reads it with a layout it already knows
       FD BREAK-FILE.
       01 BREAK-REC.
           05 RB-CODE     PIC X(06).
           05 RB-COMMA-1  PIC X(01).
           05 RB-NAME     PIC X(20).
           05 RB-COMMA-2  PIC X(01).
           05 RB-REASON   PIC X(30).

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * ledger entry handed to the shared LEDGER-WRITER subprogram;
      * one counter per call
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

      * the shared folding applied to both sides before two names or
      * two cities are said to differ
       COPY 'src/DATA-CITY-NORMALIZE.CPY'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-FS-STATUS-CUST   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REGOUT PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BREAK  PIC X(02) VALUE '00'.

      * the match keys; a file at end holds HIGH-VALUES so the other
      * side drains through the same comparison
       01 WS-MASTER-KEY   PIC X(06) VALUE LOW-VALUES.
       01 WS-REGISTER-KEY PIC X(06) VALUE LOW-VALUES.

       01 WS-MASTER-NAME-NORM   PIC X(30) VALUE SPACES.
       01 WS-REGISTER-NAME-NORM PIC X(30) VALUE SPACES.
       01 WS-MASTER-CITY-NORM   PIC X(30) VALUE SPACES.
       01 WS-REGISTER-CITY-NORM PIC X(30) VALUE SPACES.
       01 WS-NAME-DIFFERS PIC X(01) VALUE 'N'.
       01 WS-CITY-DIFFERS PIC X(01) VALUE 'N'.

       01 WS-MASTER-READ     PIC 9(07) VALUE ZEROS.
       01 WS-REGISTER-READ   PIC 9(07) VALUE ZEROS.
       01 WS-MATCHED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-REG-ONLY-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-MAST-ONLY-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-NAME-DIFF-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-CITY-DIFF-COUNT PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0041-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REGISTER-MASTER-RECONCILE' TO JL-PROGRAM-ID
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
           OPEN INPUT FILE-DATA-OUT
           IF WS-FS-STATUS-REGOUT NOT = '00'
               DISPLAY 'REGISTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-REGOUT
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           OPEN OUTPUT BREAK-FILE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'REGISTER / CUSTOMER MASTER RECONCILIATION  '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           PERFORM 0100-READ-MASTER
           PERFORM 0110-READ-REGISTER
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-REGISTER-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-REGISTER-KEY < WS-MASTER-KEY
                       PERFORM 0200-REGISTER-ONLY
                       PERFORM 0110-READ-REGISTER
                   WHEN WS-MASTER-KEY < WS-REGISTER-KEY
                       PERFORM 0300-MASTER-ONLY
                       PERFORM 0100-READ-MASTER
                   WHEN OTHER
                       PERFORM 0400-COMPARE-MATCHED
                       PERFORM 0100-READ-MASTER
                       PERFORM 0110-READ-REGISTER
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'MATCHED ' WS-MATCHED-COUNT
               '  REGISTER ONLY ' WS-REG-ONLY-COUNT
               '  MASTER ONLY ' WS-MAST-ONLY-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'NAMES DIFFER ' WS-NAME-DIFF-COUNT
               '  CITIES DIFFER ' WS-CITY-DIFF-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE FILE-DATA-OUT
           CLOSE RECON-REPORT-FILE
           CLOSE BREAK-FILE
           PERFORM 0600-POST-LEDGER

           DISPLAY 'Households read:    ' WS-MASTER-READ
           DISPLAY 'Register read:      ' WS-REGISTER-READ
           DISPLAY 'Matched codes:      ' WS-MATCHED-COUNT
           DISPLAY 'Register only:      ' WS-REG-ONLY-COUNT
           DISPLAY 'Master only:        ' WS-MAST-ONLY-COUNT
           DISPLAY 'Names differ:       ' WS-NAME-DIFF-COUNT
           DISPLAY 'Cities differ:      ' WS-CITY-DIFF-COUNT
           IF WS-REG-ONLY-COUNT > ZEROS OR WS-MAST-ONLY-COUNT > ZEROS
                   OR WS-NAME-DIFF-COUNT > ZEROS
                   OR WS-CITY-DIFF-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0100-READ-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE CU-CUSTOMER-NUMBER TO WS-MASTER-KEY
           END-READ.

       0110-READ-REGISTER.
           READ FILE-DATA-OUT NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-REGISTER-KEY
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
                   MOVE FS-CODE-OUT TO WS-REGISTER-KEY
           END-READ.

       0200-REGISTER-ONLY.
           ADD 1 TO WS-REG-ONLY-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'REGISTER ONLY  ' FS-CODE-OUT ' ' FS-NAME-OUT
               ' ' FS-CITY-OUT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE FS-CODE-OUT TO RB-CODE
           MOVE FS-NAME-OUT TO RB-NAME
           MOVE 'ON REGISTER, NOT ON MASTER' TO RB-REASON
           PERFORM 0500-WRITE-BREAK.

       0300-MASTER-ONLY.
           ADD 1 TO WS-MAST-ONLY-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'MASTER ONLY    ' CU-CUSTOMER-NUMBER ' '
               CU-NAME (1:20) ' ' CU-CITY-NAME
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE CU-CUSTOMER-NUMBER TO RB-CODE
           MOVE CU-NAME (1:20) TO RB-NAME
           MOVE 'ON MASTER, NOT ON REGISTER' TO RB-REASON
           PERFORM 0500-WRITE-BREAK.

      * one suspense item per code, however many ways it disagrees,
      * since the suspense key is the source plus the code
       0400-COMPARE-MATCHED.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE CU-NAME (1:30) TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-MASTER-NAME-NORM
           MOVE FS-NAME-OUT TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-REGISTER-NAME-NORM
           MOVE CU-CITY-NAME TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-MASTER-CITY-NORM
           MOVE FS-CITY-OUT TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-REGISTER-CITY-NORM
           MOVE 'N' TO WS-NAME-DIFFERS
           MOVE 'N' TO WS-CITY-DIFFERS
           IF WS-MASTER-NAME-NORM (1:20) NOT =
                   WS-REGISTER-NAME-NORM (1:20)
               MOVE 'Y' TO WS-NAME-DIFFERS
               ADD 1 TO WS-NAME-DIFF-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'NAME DIFFERS   ' FS-CODE-OUT
                   ' REGISTER ' FS-NAME-OUT
                   ' MASTER ' CU-NAME (1:30)
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           IF WS-MASTER-CITY-NORM NOT = WS-REGISTER-CITY-NORM
               MOVE 'Y' TO WS-CITY-DIFFERS
               ADD 1 TO WS-CITY-DIFF-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'CITY DIFFERS   ' FS-CODE-OUT
                   ' REGISTER ' FS-CITY-OUT
                   ' MASTER ' CU-CITY-NAME
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           IF WS-NAME-DIFFERS = 'N' AND WS-CITY-DIFFERS = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FS-CODE-OUT TO RB-CODE
           MOVE FS-NAME-OUT TO RB-NAME
           EVALUATE TRUE
               WHEN WS-NAME-DIFFERS = 'Y' AND WS-CITY-DIFFERS = 'Y'
                   MOVE 'NAME AND CITY DIFFER FROM MASTER' TO RB-REASON
               WHEN WS-NAME-DIFFERS = 'Y'
                   MOVE 'NAME DIFFERS FROM MASTER' TO RB-REASON
               WHEN OTHER
                   MOVE 'CITY DIFFERS FROM MASTER' TO RB-REASON
           END-EVALUATE
           PERFORM 0500-WRITE-BREAK.

       0500-WRITE-BREAK.
           MOVE ',' TO RB-COMMA-1
           MOVE ',' TO RB-COMMA-2
           WRITE BREAK-REC
           IF WS-FS-STATUS-BREAK NOT = '00'
               DISPLAY 'ERROR WRITING BREAK FILE, STATUS: '
                   WS-FS-STATUS-BREAK ' FOR CODE ' RB-CODE
           END-IF.

       0600-POST-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'REGISTER-RECON' TO LG-STEP-NAME
           MOVE 'MATCHED' TO LG-COUNTER-NAME
           MOVE WS-MATCHED-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'REGISTER-ONLY' TO LG-COUNTER-NAME
           MOVE WS-REG-ONLY-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'MASTER-ONLY' TO LG-COUNTER-NAME
           MOVE WS-MAST-ONLY-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'NAME-MISMATCH' TO LG-COUNTER-NAME
           MOVE WS-NAME-DIFF-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'CITY-MISMATCH' TO LG-COUNTER-NAME
           MOVE WS-CITY-DIFF-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0041-LOAD-RUN-CONTROL.
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
