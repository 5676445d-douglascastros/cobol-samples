      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly dependent eligibility feed to the benefits
      *          carrier, so the carrier stops learning about a
      *          dependent turning eighteen from a phone call. The
      *          customer master's dependent table is compared with
      *          the carrier's enrollment file -- every dependent the
      *          carrier has been told is covered, as last sent --
      *          and one action goes out per dependent that moved:
      *          A for a new dependent, C for a dependent whose
      *          details changed (aging out to ADULT among them), T
      *          for a dependent removed from the household, recorded
      *          deceased, or in a household closed, removed from the
      *          master or whose head died with no successor. Each
      *          action carries its effective date and reason. The
      *          day's CUSTMAST journal is read alongside: an add or a
      *          removal on a household no maintenance touched today
      *          is listed on the report as a change with no journal
      *          trail, and the run ends with a warning. The file has
      *          a header and a trailer with the record count and a
      *          control total (the sum of the customer numbers), is
      *          logged on the carrier transmission log and posted to
      *          the control ledger, and is chased by
      *          ELIGIBILITY-ACK-RECONCILE the way partner files are
      *          chased by PARTNER-ACK-RECONCILE. With no enrollment
      *          file yet, or when the reconcile has queued a resend,
      *          a full file (every covered dependent as an add) goes
      *          instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENT-ELIGIBILITY-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

      * every dependent the carrier holds as covered, as last sent;
      * rewritten by this program each run and corrected by
      * ELIGIBILITY-ACK-RECONCILE for enrollments the carrier rejected
           SELECT CARRIER-ENROLLMENT-FILE ASSIGN TO
               'src/carrier-enrollments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENROLL.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'src/master-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

           SELECT CARRIER-FEED-FILE ASSIGN TO
               'src/carrier-eligibility-feed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FEED.

      * one line per file sent to the carrier, its status moved
      * along by ELIGIBILITY-ACK-RECONCILE (SENT, ACKED, SUPERSEDED)
           SELECT CARRIER-TLOG-FILE ASSIGN TO
               'src/carrier-transmission-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TLOG.

      * queued by ELIGIBILITY-ACK-RECONCILE when a file went
      * unacknowledged; consumed this run
           SELECT CARRIER-RESEND-FILE ASSIGN TO
               'src/carrier-resend-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RESEND.

           SELECT ELIGIBILITY-REPORT-FILE ASSIGN TO
               'src/eligibility-feed-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD CARRIER-ENROLLMENT-FILE.
       01 CARRIER-ENROLLMENT-REC.
           05 CE-CUSTOMER-NUMBER PIC 9(06).
           05 CE-COMMA-1         PIC X(01).
           05 CE-DEP-NAME        PIC X(50).
           05 CE-COMMA-2         PIC X(01).
           05 CE-BIRTH-DATE      PIC 9(08).
           05 CE-COMMA-3         PIC X(01).
           05 CE-RELATIONSHIP    PIC X(15).
           05 CE-COMMA-4         PIC X(01).
           05 CE-ELIGIBILITY     PIC X(05).

       FD MASTER-JOURNAL-FILE.
       COPY 'src/DATA-JOURNAL.CPY'.

      * the carrier's fixed-width file: one header, a detail per
      * dependent action, one trailer; every record starts with its
      * type byte so the carrier can split them without counting
       FD CARRIER-FEED-FILE.
       01 CARRIER-HEADER-REC.
           05 CH-RECORD-TYPE   PIC X(01).
           05 CH-FILE-NAME     PIC X(30).
           05 CH-BUSINESS-DATE PIC 9(08).
           05 CH-FEED-MODE     PIC X(05).
           05 FILLER           PIC X(78).
       01 CARRIER-DETAIL-REC.
           05 CD-RECORD-TYPE    PIC X(01).
           05 CD-ACTION         PIC X(01).
           05 CD-CUSTOMER-NUMBER PIC 9(06).
           05 CD-DEP-NAME       PIC X(50).
           05 CD-BIRTH-DATE     PIC 9(08).
           05 CD-RELATIONSHIP   PIC X(15).
           05 CD-ELIGIBILITY    PIC X(05).
           05 CD-EFFECTIVE-DATE PIC 9(08).
           05 CD-REASON         PIC X(20).
       01 CARRIER-TRAILER-REC.
           05 CX-RECORD-TYPE   PIC X(01).
           05 CX-RECORD-COUNT  PIC 9(07).
           05 CX-CONTROL-TOTAL PIC 9(12).
           05 FILLER           PIC X(102).

       FD CARRIER-TLOG-FILE.
       01 CARRIER-TLOG-REC.
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

       FD CARRIER-RESEND-FILE.
       01 CARRIER-RESEND-REC.
           05 RS-PARTNER-ID PIC X(08).

       FD ELIGIBILITY-REPORT-FILE.
       01 ELIGIBILITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-CUST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENROLL  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FEED    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TLOG    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RESEND  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-FILE-END          PIC X(01) VALUE 'N'.
       01 WS-MASTER-END        PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-CARRIER-ID       PIC X(08) VALUE 'CARRIER'.
       01 WS-FEED-NAME        PIC X(30)
           VALUE 'carrier-eligibility-feed.txt'.

      * FULL sends every covered dependent as an add: the first run
      * with no enrollment file, and the run after a resend was
      * queued; DELTA sends only what moved
       01 WS-FEED-MODE     PIC X(05) VALUE 'DELTA'.
       01 WS-MODE-REASON   PIC X(20) VALUE SPACES.

      * what the carrier was last told, held for the compare; the
      * matched byte marks the entries the master still accounts for
       01 WS-ENROLLED-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-ENROLLED-TABLE.
           05 WS-ENROLLED-ENTRY OCCURS 2000 TIMES.
               10 WS-EN-CUSTOMER     PIC 9(06).
               10 WS-EN-NAME         PIC X(50).
               10 WS-EN-BIRTH-DATE   PIC 9(08).
               10 WS-EN-RELATIONSHIP PIC X(15).
               10 WS-EN-ELIGIBILITY  PIC X(05).
               10 WS-EN-MATCHED      PIC X(01).
       01 WS-EN-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-EN-FOUND PIC 9(04) VALUE ZEROS.

      * households the day's maintenance journaled a change for
       01 WS-TOUCHED-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TOUCHED-TABLE.
           05 WS-TOUCHED-CUSTOMER PIC 9(06) OCCURS 500 TIMES.
       01 WS-TOUCHED-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-TOUCHED-FOUND PIC X(01) VALUE 'N'.
       01 WS-JOURNAL-CUSTOMER PIC 9(06) VALUE ZEROS.

      * the dependent being judged: covered or not, and why not
       01 WS-DEP-SLOT      PIC 9(02) VALUE ZEROS.
       01 WS-COVERED       PIC X(01) VALUE 'N'.
       01 WS-ACTION        PIC X(01) VALUE SPACE.
       01 WS-REASON        PIC X(20) VALUE SPACES.
       01 WS-EFFECTIVE-DATE PIC 9(08) VALUE ZEROS.
       01 WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
           05 WS-EFF-YEAR  PIC 9(04).
           05 WS-EFF-MMDD  PIC 9(04).

       01 WS-ADD-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-TERM-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RECORD-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-CONTROL-TOTAL   PIC 9(12) VALUE ZEROS.
       01 WS-COVERED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-UNJOURNALED-COUNT PIC 9(07) VALUE ZEROS.

      * ledger entry handed to the shared LEDGER-WRITER subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               DISPLAY 'NO ELIGIBILITY FEED SENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-CONSUME-RESEND-QUEUE
           PERFORM 0060-LOAD-ENROLLMENTS
           PERFORM 0070-LOAD-TODAYS-JOURNAL

           OPEN OUTPUT CARRIER-FEED-FILE
           IF WS-FS-STATUS-FEED NOT = '00'
               DISPLAY 'ERROR OPENING CARRIER FEED, STATUS: '
                   WS-FS-STATUS-FEED
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ELIGIBILITY-REPORT-FILE
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE
           STRING 'DEPENDENT ELIGIBILITY FEED  ' WS-BUSINESS-DATE
               '  ' WS-FEED-MODE ' ' WS-MODE-REASON
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE
           WRITE ELIGIBILITY-REPORT-LINE
           MOVE SPACES TO CARRIER-HEADER-REC
           MOVE 'H' TO CH-RECORD-TYPE
           MOVE WS-FEED-NAME TO CH-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE WS-FEED-MODE TO CH-FEED-MODE
           WRITE CARRIER-HEADER-REC

      * the enrollment file was loaded above; it is rewritten as the
      * master pass decides who is covered tonight
           OPEN OUTPUT CARRIER-ENROLLMENT-FILE
           PERFORM 0100-COMPARE-MASTER
           CLOSE CARRIER-ENROLLMENT-FILE
           IF WS-FEED-MODE = 'DELTA'
               PERFORM 0300-TERMINATE-UNMATCHED
           END-IF

           MOVE SPACES TO CARRIER-TRAILER-REC
           MOVE 'T' TO CX-RECORD-TYPE
           MOVE WS-RECORD-COUNT TO CX-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO CX-CONTROL-TOTAL
           WRITE CARRIER-TRAILER-REC
           CLOSE CARRIER-FEED-FILE
           CLOSE CUSTOMER-MASTER-FILE

           MOVE SPACES TO ELIGIBILITY-REPORT-LINE
           WRITE ELIGIBILITY-REPORT-LINE
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE
           STRING 'ADDS ' WS-ADD-COUNT '  CHANGES ' WS-CHANGE-COUNT
               '  TERMINATIONS ' WS-TERM-COUNT
               '  COVERED ' WS-COVERED-COUNT
               '  CONTROL TOTAL ' WS-CONTROL-TOTAL
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE
           WRITE ELIGIBILITY-REPORT-LINE
           IF WS-UNJOURNALED-COUNT > ZEROS
               MOVE SPACES TO ELIGIBILITY-REPORT-LINE
               STRING 'ADDS/REMOVALS WITH NO JOURNAL TRAIL TODAY '
                   WS-UNJOURNALED-COUNT
                   DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE
               WRITE ELIGIBILITY-REPORT-LINE
           END-IF
           CLOSE ELIGIBILITY-REPORT-FILE
           PERFORM 0500-LOG-TRANSMISSION
           PERFORM 0600-POST-LEDGER

           DISPLAY 'Eligibility feed mode:     ' WS-FEED-MODE
           DISPLAY 'Adds:                      ' WS-ADD-COUNT
           DISPLAY 'Changes:                   ' WS-CHANGE-COUNT
           DISPLAY 'Terminations:              ' WS-TERM-COUNT
           DISPLAY 'Dependents covered:        ' WS-COVERED-COUNT
           DISPLAY 'No journal trail:          ' WS-UNJOURNALED-COUNT
           IF WS-UNJOURNALED-COUNT > ZEROS
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
           END-IF
           DISPLAY 'RUN CONTROL: DATE=' WS-BUSINESS-DATE
               ' ENVIRONMENT=' WS-ENVIRONMENT-CODE.

      * a resend queued by the reconcile comes off the queue here,
      * so the full file covers exactly one run
       0050-CONSUME-RESEND-QUEUE.
           OPEN INPUT CARRIER-RESEND-FILE
           IF WS-FS-STATUS-RESEND NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CARRIER-RESEND-FILE
               NOT AT END
                   MOVE 'FULL ' TO WS-FEED-MODE
                   MOVE 'RESEND - FULL FILE' TO WS-MODE-REASON
           END-READ
           CLOSE CARRIER-RESEND-FILE
           OPEN OUTPUT CARRIER-RESEND-FILE
           CLOSE CARRIER-RESEND-FILE.

       0060-LOAD-ENROLLMENTS.
           OPEN INPUT CARRIER-ENROLLMENT-FILE
           IF WS-FS-STATUS-ENROLL NOT = '00'
               MOVE 'FULL ' TO WS-FEED-MODE
               MOVE 'INITIAL ENROLLMENT' TO WS-MODE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CARRIER-ENROLLMENT-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF WS-ENROLLED-COUNT < 2000
                           ADD 1 TO WS-ENROLLED-COUNT
                           MOVE CE-CUSTOMER-NUMBER TO
                               WS-EN-CUSTOMER (WS-ENROLLED-COUNT)
                           MOVE CE-DEP-NAME TO
                               WS-EN-NAME (WS-ENROLLED-COUNT)
                           MOVE CE-BIRTH-DATE TO
                               WS-EN-BIRTH-DATE (WS-ENROLLED-COUNT)
                           MOVE CE-RELATIONSHIP TO
                               WS-EN-RELATIONSHIP (WS-ENROLLED-COUNT)
                           MOVE CE-ELIGIBILITY TO
                               WS-EN-ELIGIBILITY (WS-ENROLLED-COUNT)
                           MOVE 'N' TO
                               WS-EN-MATCHED (WS-ENROLLED-COUNT)
                       ELSE
                           DISPLAY 'ENROLLMENT TABLE FULL -- '
                               CE-CUSTOMER-NUMBER ' NOT COMPARED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRIER-ENROLLMENT-FILE.

      * the households the day's maintenance changed, off the
      * CUSTMAST images journaled on or after the business date
       0070-LOAD-TODAYS-JOURNAL.
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
                           PERFORM 0080-NOTE-TOUCHED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE.

       0080-NOTE-TOUCHED.
           PERFORM 0090-FIND-TOUCHED
           IF WS-TOUCHED-FOUND = 'N' AND WS-TOUCHED-COUNT < 500
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE WS-JOURNAL-CUSTOMER TO
                   WS-TOUCHED-CUSTOMER (WS-TOUCHED-COUNT)
           END-IF.

       0090-FIND-TOUCHED.
           MOVE 'N' TO WS-TOUCHED-FOUND
           MOVE ZEROS TO WS-TOUCHED-IDX
           PERFORM UNTIL WS-TOUCHED-IDX = WS-TOUCHED-COUNT
                   OR WS-TOUCHED-FOUND = 'Y'
               ADD 1 TO WS-TOUCHED-IDX
               IF WS-TOUCHED-CUSTOMER (WS-TOUCHED-IDX) =
                       WS-JOURNAL-CUSTOMER
                   MOVE 'Y' TO WS-TOUCHED-FOUND
               END-IF
           END-PERFORM.

      * every dependent on the master, judged against what the
      * carrier holds
       0100-COMPARE-MASTER.
           MOVE 'N' TO WS-MASTER-END
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
                       PERFORM VARYING WS-DEP-SLOT FROM 1 BY 1
                               UNTIL WS-DEP-SLOT > MS-DEPENDENT-COUNT
                           PERFORM 0200-JUDGE-ONE-DEPENDENT
                       END-PERFORM
               END-READ
           END-PERFORM.

      * covered means a living dependent of an active household
      * whose head is living, or has been succeeded
       0200-JUDGE-ONE-DEPENDENT.
           MOVE 'Y' TO WS-COVERED
           MOVE ZEROS TO WS-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN MS-DEP-IS-DECEASED (WS-DEP-SLOT)
                   MOVE 'N' TO WS-COVERED
                   MOVE 'DECEASED' TO WS-REASON
                   MOVE MS-DEP-DEATH-DATE (WS-DEP-SLOT) TO
                       WS-EFFECTIVE-DATE
               WHEN MS-ACCOUNT-CLOSED
                   MOVE 'N' TO WS-COVERED
                   MOVE 'HOUSEHOLD CLOSED' TO WS-REASON
                   MOVE MS-CLOSE-DATE TO WS-EFFECTIVE-DATE
               WHEN MS-HEAD-IS-DECEASED
                   MOVE 'N' TO WS-COVERED
                   MOVE 'HEAD DECEASED' TO WS-REASON
                   MOVE MS-HEAD-DEATH-DATE TO WS-EFFECTIVE-DATE
           END-EVALUATE
           IF WS-EFFECTIVE-DATE = ZEROS
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-COVERED = 'Y'
               ADD 1 TO WS-COVERED-COUNT
               PERFORM 0280-WRITE-ENROLLMENT
           END-IF
           IF WS-FEED-MODE = 'FULL '
               IF WS-COVERED = 'Y'
                   MOVE 'A' TO WS-ACTION
                   MOVE WS-MODE-REASON TO WS-REASON
                   MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
                   PERFORM 0250-WRITE-MASTER-ACTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 0210-FIND-ENROLLMENT
           EVALUATE TRUE
               WHEN WS-EN-FOUND = ZEROS AND WS-COVERED = 'Y'
                   MOVE 'A' TO WS-ACTION
                   MOVE 'NEW DEPENDENT' TO WS-REASON
                   MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
                   PERFORM 0250-WRITE-MASTER-ACTION
                   PERFORM 0270-CHECK-JOURNAL-TRAIL
               WHEN WS-EN-FOUND = ZEROS
                   CONTINUE
               WHEN WS-COVERED = 'N'
                   MOVE 'T' TO WS-ACTION
                   PERFORM 0250-WRITE-MASTER-ACTION
               WHEN WS-EN-ELIGIBILITY (WS-EN-FOUND) NOT =
                       MS-DEP-ELIGIBILITY (WS-DEP-SLOT)
                   OR WS-EN-BIRTH-DATE (WS-EN-FOUND) NOT =
                       MS-DEP-BIRTH-DATE (WS-DEP-SLOT)
                   OR WS-EN-RELATIONSHIP (WS-EN-FOUND) NOT =
                       MS-DEP-RELATIONSHIP (WS-DEP-SLOT)
                   MOVE 'C' TO WS-ACTION
                   PERFORM 0220-JUDGE-CHANGE-REASON
                   PERFORM 0250-WRITE-MASTER-ACTION
           END-EVALUATE.

       0210-FIND-ENROLLMENT.
           MOVE ZEROS TO WS-EN-FOUND
           MOVE ZEROS TO WS-EN-IDX
           PERFORM UNTIL WS-EN-IDX = WS-ENROLLED-COUNT
                   OR WS-EN-FOUND > ZEROS
               ADD 1 TO WS-EN-IDX
               IF WS-EN-CUSTOMER (WS-EN-IDX) = MS-CUSTOMER-NUMBER
                       AND WS-EN-NAME (WS-EN-IDX) =
                           MS-DEP-NAME (WS-DEP-SLOT)
                       AND WS-EN-MATCHED (WS-EN-IDX) = 'N'
                   MOVE WS-EN-IDX TO WS-EN-FOUND
                   MOVE 'Y' TO WS-EN-MATCHED (WS-EN-IDX)
               END-IF
           END-PERFORM.

      * a dependent going ADULT is aging out, effective on the
      * eighteenth birthday where the birth date is known; an
      * enrollment whose eligibility the reconcile blanked after a
      * rejected change is judged the same way
       0220-JUDGE-CHANGE-REASON.
           MOVE 'DETAILS CHANGED' TO WS-REASON
           MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           IF MS-DEP-IS-ADULT (WS-DEP-SLOT)
                   AND WS-EN-ELIGIBILITY (WS-EN-FOUND) NOT = 'ADULT'
               MOVE 'AGED OUT' TO WS-REASON
               IF MS-DEP-BIRTH-DATE (WS-DEP-SLOT) NOT = ZEROS
                   MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO
                       WS-EFFECTIVE-DATE
                   ADD 18 TO WS-EFF-YEAR
               END-IF
           END-IF.

       0250-WRITE-MASTER-ACTION.
           MOVE SPACES TO CARRIER-DETAIL-REC
           MOVE 'D' TO CD-RECORD-TYPE
           MOVE WS-ACTION TO CD-ACTION
           MOVE MS-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
           MOVE MS-DEP-NAME (WS-DEP-SLOT) TO CD-DEP-NAME
           MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO CD-BIRTH-DATE
           MOVE MS-DEP-RELATIONSHIP (WS-DEP-SLOT) TO CD-RELATIONSHIP
           MOVE MS-DEP-ELIGIBILITY (WS-DEP-SLOT) TO CD-ELIGIBILITY
           MOVE WS-EFFECTIVE-DATE TO CD-EFFECTIVE-DATE
           MOVE WS-REASON TO CD-REASON
           PERFORM 0290-WRITE-DETAIL.

      * an add or a removal is a maintenance event; with no CUSTMAST
      * journal entry for the household today it came from
      * somewhere the journal does not see, and is reported
       0270-CHECK-JOURNAL-TRAIL.
           MOVE CD-CUSTOMER-NUMBER TO WS-JOURNAL-CUSTOMER
           PERFORM 0090-FIND-TOUCHED
           IF WS-TOUCHED-FOUND = 'N'
               ADD 1 TO WS-UNJOURNALED-COUNT
               MOVE SPACES TO ELIGIBILITY-REPORT-LINE
               STRING '    NO JOURNAL TRAIL TODAY FOR '
                   CD-CUSTOMER-NUMBER
                   DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE
               WRITE ELIGIBILITY-REPORT-LINE
           END-IF.

       0280-WRITE-ENROLLMENT.
           MOVE MS-CUSTOMER-NUMBER TO CE-CUSTOMER-NUMBER
           MOVE ',' TO CE-COMMA-1
           MOVE MS-DEP-NAME (WS-DEP-SLOT) TO CE-DEP-NAME
           MOVE ',' TO CE-COMMA-2
           MOVE MS-DEP-BIRTH-DATE (WS-DEP-SLOT) TO CE-BIRTH-DATE
           MOVE ',' TO CE-COMMA-3
           MOVE MS-DEP-RELATIONSHIP (WS-DEP-SLOT) TO CE-RELATIONSHIP
           MOVE ',' TO CE-COMMA-4
           MOVE MS-DEP-ELIGIBILITY (WS-DEP-SLOT) TO CE-ELIGIBILITY
           WRITE CARRIER-ENROLLMENT-REC.

       0290-WRITE-DETAIL.
           WRITE CARRIER-DETAIL-REC
           ADD 1 TO WS-RECORD-COUNT
           ADD CD-CUSTOMER-NUMBER TO WS-CONTROL-TOTAL
           EVALUATE CD-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'C'
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-TERM-COUNT
           END-EVALUATE
           IF WS-FEED-MODE = 'DELTA'
               MOVE SPACES TO ELIGIBILITY-REPORT-LINE
               STRING '  ' CD-ACTION ' ' CD-CUSTOMER-NUMBER ' '
                   CD-DEP-NAME ' ' CD-ELIGIBILITY ' '
                   CD-EFFECTIVE-DATE ' ' CD-REASON
                   DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE
               WRITE ELIGIBILITY-REPORT-LINE
           END-IF.

      * a covered dependent the master no longer carries at all:
      * taken out of the household, or the household itself gone
      * from the master (archived or merged away)
       0300-TERMINATE-UNMATCHED.
           MOVE ZEROS TO WS-EN-IDX
           PERFORM UNTIL WS-EN-IDX = WS-ENROLLED-COUNT
               ADD 1 TO WS-EN-IDX
               IF WS-EN-MATCHED (WS-EN-IDX) = 'N'
                   PERFORM 0310-TERMINATE-ONE
               END-IF
           END-PERFORM.

       0310-TERMINATE-ONE.
           MOVE WS-EN-CUSTOMER (WS-EN-IDX) TO MS-CUSTOMER-NUMBER
           MOVE 'DEPENDENT REMOVED' TO WS-REASON
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'HOUSEHOLD REMOVED' TO WS-REASON
           END-READ
           MOVE SPACES TO CARRIER-DETAIL-REC
           MOVE 'D' TO CD-RECORD-TYPE
           MOVE 'T' TO CD-ACTION
           MOVE WS-EN-CUSTOMER (WS-EN-IDX) TO CD-CUSTOMER-NUMBER
           MOVE WS-EN-NAME (WS-EN-IDX) TO CD-DEP-NAME
           MOVE WS-EN-BIRTH-DATE (WS-EN-IDX) TO CD-BIRTH-DATE
           MOVE WS-EN-RELATIONSHIP (WS-EN-IDX) TO CD-RELATIONSHIP
           MOVE WS-EN-ELIGIBILITY (WS-EN-IDX) TO CD-ELIGIBILITY
           MOVE WS-BUSINESS-DATE TO CD-EFFECTIVE-DATE
           MOVE WS-REASON TO CD-REASON
           PERFORM 0290-WRITE-DETAIL
           PERFORM 0270-CHECK-JOURNAL-TRAIL.

       0500-LOG-TRANSMISSION.
           OPEN EXTEND CARRIER-TLOG-FILE
           IF WS-FS-STATUS-TLOG = '35'
               OPEN OUTPUT CARRIER-TLOG-FILE
           END-IF
           IF WS-FS-STATUS-TLOG NOT = '00'
               DISPLAY 'ERROR OPENING CARRIER TRANSMISSION LOG, '
                   'STATUS: ' WS-FS-STATUS-TLOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARRIER-ID TO TL-PARTNER-ID
           MOVE ',' TO TL-COMMA-1
           MOVE WS-FEED-NAME TO TL-FILE-NAME
           MOVE ',' TO TL-COMMA-2
           MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE
           MOVE ',' TO TL-COMMA-3
           MOVE WS-RECORD-COUNT TO TL-RECORD-COUNT
           MOVE ',' TO TL-COMMA-4
           MOVE WS-CONTROL-TOTAL TO TL-CONTROL-TOTAL
           MOVE ',' TO TL-COMMA-5
           MOVE 'SENT' TO TL-STATUS
           WRITE CARRIER-TLOG-REC
           CLOSE CARRIER-TLOG-FILE.

       0600-POST-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'ELIGIBILITY-FEED' TO LG-STEP-NAME
           MOVE 'SENT' TO LG-COUNTER-NAME
           MOVE WS-RECORD-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'ADDS' TO LG-COUNTER-NAME
           MOVE WS-ADD-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'CHANGES' TO LG-COUNTER-NAME
           MOVE WS-CHANGE-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'TERMINATIONS' TO LG-COUNTER-NAME
           MOVE WS-TERM-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.
