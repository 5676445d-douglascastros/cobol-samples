      ******************************************************************
      * Author:
      * Date:
      * Purpose: applies the postal service's change-of-address feed
      *          (src/postal-coa-feed.txt) to the customer master.
      *          Each feed line names a household by its head's name
      *          and the old street and postal code it moved from;
      *          the line is matched to an active household with the
      *          name and street folded through the shared
      *          CITY-NORMALIZE subprogram, the way
      *          DUPLICATE-HOUSEHOLD-REPORT folds names, and the
      *          postal code compared on its five-digit zone. A line
      *          that matches exactly one household, whose new postal
      *          code is well formed and whose new city resolves on
      *          the city master (exact read, then normalized, then
      *          alias), is applied: new street, postal code and
      *          master spelling of the city, any returned-mail mark
      *          cleared, before and after images journaled, an audit
      *          record written and an ADDRCONF letter queued for the
      *          nightly CUSTOMER-LETTERS step. Anything else -- no
      *          match, more than one match, an unknown city, a bad
      *          postal code -- is written to the clerical review file
      *          src/coa-clerical-review.txt with its reason and is
      *          never applied blind. The feed is emptied once every
      *          line is accounted for, so a rerun applies nothing
      *          twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-OF-ADDRESS-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FEED-FILE ASSIGN TO
               'src/postal-coa-feed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FEED.

      * read end to end once to match the feed, then by key to apply
      * each move
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

      * the same master and alternate index CUSTOMER-CITY-MERGE
      * resolves city names against
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CY-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.
           SELECT CITY-NORM-INDEX-FILE ASSIGN TO
               'src/city-norm-index.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CX-NORM-NAME
           FILE STATUS IS WS-FS-STATUS-NORMIDX.

      * feed lines the clerks must resolve by hand, each with the
      * reason it was not applied
           SELECT COA-REVIEW-FILE ASSIGN TO
               'src/coa-clerical-review.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REVIEW.
           SELECT COA-APPLY-REPORT ASSIGN TO
               'src/coa-apply-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared before/after image journal, as the maintenance
      * programs write it
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'src/master-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

      * every applied move queues an address-confirmation letter for
      * the nightly CUSTOMER-LETTERS step
           SELECT LETTER-QUEUE-FILE ASSIGN TO
               'src/customer-letter-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LETTER.

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
      * one household move as the postal service reports it
       FD COA-FEED-FILE.
       01 COA-FEED-REC.
           05 PF-NAME           PIC X(50).
           05 FILLER            PIC X(01).
           05 PF-OLD-STREET     PIC X(40).
           05 FILLER            PIC X(01).
           05 PF-OLD-POSTAL     PIC X(10).
           05 FILLER            PIC X(01).
           05 PF-NEW-STREET     PIC X(40).
           05 FILLER            PIC X(01).
           05 PF-NEW-POSTAL     PIC X(10).
           05 FILLER            PIC X(01).
           05 PF-NEW-CITY       PIC X(30).

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

      * CY-POPULATION is packed decimal (COMP-3), matching the layout
      * CITY-MASTER-MAINTENANCE builds
       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 CY-NAME        PIC X(30).
           05 CY-POPULATION  PIC 9(09) COMP-3.
           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

       FD CITY-NORM-INDEX-FILE.
       01 CITY-NORM-INDEX-REC.
           05 CX-NORM-NAME   PIC X(30).
           05 CX-MASTER-NAME PIC X(30).

      * the household the line matched (zeros when it matched none
      * or several), the feed line exactly as received, then why it
      * was held
       FD COA-REVIEW-FILE.
       01 COA-REVIEW-REC.
           05 CR-CUSTOMER    PIC 9(06).
           05 CR-COMMA-1     PIC X(01).
           05 CR-FEED-LINE   PIC X(185).
           05 CR-COMMA-2     PIC X(01).
           05 CR-REASON      PIC X(40).

       FD COA-APPLY-REPORT.
       01 COA-APPLY-REPORT-LINE PIC X(120).

       FD MASTER-JOURNAL-FILE.
       COPY 'src/DATA-JOURNAL.CPY'.

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

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-FEED    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NORMIDX PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REVIEW  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LETTER  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-FEED-END          PIC X(01) VALUE 'N'.
       01 WS-FEED-OPENED       PIC X(01) VALUE 'N'.
       01 WS-CUST-END          PIC X(01) VALUE 'N'.
       01 WS-NORMIDX-OPENED    PIC X(01) VALUE 'N'.
       01 WS-RESULT-MESSAGE    PIC X(40) VALUE SPACES.
       01 WS-REVIEW-CUSTOMER   PIC 9(06) VALUE ZEROS.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the night's counts; read must equal applied plus reviewed
       01 WS-FEED-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-APPLIED-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-REVIEW-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-MAIL-CLEARED-COUNT PIC 9(07) VALUE ZEROS.

      * the feed held in memory so the master is read end to end
      * once however many moves arrive; each entry carries its name
      * and old street already folded, the households it matched
      * and, once decided, whether it still awaits applying. Lines
      * beyond the table go to review to be resubmitted.
       01 WS-COA-MAX        PIC 9(04) VALUE 1000.
       01 WS-COA-COUNT      PIC 9(04) VALUE ZEROS.
       01 WS-COA-IDX        PIC 9(04) VALUE ZEROS.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 1000 TIMES.
               10 WS-COA-LINE        PIC X(185).
               10 WS-COA-NORM-NAME   PIC X(30).
               10 WS-COA-NORM-STREET PIC X(30).
               10 WS-COA-OLD-ZONE    PIC X(05).
               10 WS-COA-MATCHES     PIC 9(03).
               10 WS-COA-CUSTOMER    PIC 9(06).
               10 WS-COA-STATE       PIC X(01).
                   88 WS-COA-PENDING  VALUE 'P'.
                   88 WS-COA-REVIEWED VALUE 'R'.

      * one household folded the same way as the feed side
       01 WS-HH-NORM-NAME    PIC X(30) VALUE SPACES.
       01 WS-HH-NORM-STREET  PIC X(30) VALUE SPACES.

      * the city lookup: exact, normalized, then alias
       01 WS-CITY-RESOLVED   PIC X(01) VALUE 'N'.
       01 WS-NORM-SCAN-END   PIC X(01) VALUE 'N'.
       01 WS-NORM-FOUND      PIC X(01) VALUE 'N'.
       01 WS-NORM-TARGET     PIC X(30) VALUE SPACES.
       COPY 'src/DATA-CITY-NORMALIZE.CPY'.
       COPY 'src/DATA-CITY-ALIAS.CPY'.

      * the new postal code, checked by the same rules
      * CUSTOMER-MASTER-MAINTENANCE applies to a keyed one
       01 WS-POSTAL-OK       PIC X(01) VALUE 'Y'.

      * and that it belongs to the new city on the postal-code range
      * master
       COPY 'src/DATA-POSTAL-RANGE.CPY'.

      * journal images of the address as it stood and as it stands,
      * and of the returned-mail mark when the move clears it
       01 WS-IMAGE-TYPE      PIC X(01) VALUE SPACE.
       01 WS-JOURNAL-IMAGE   PIC X(100) VALUE SPACES.
       01 WS-MAIL-CLEARED    PIC X(01) VALUE 'N'.
       01 WS-STAMP-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-STAMP-TIME      PIC 9(08) VALUE ZEROS.
       01 WS-COA-USER-ID     PIC X(08) VALUE 'POSTCOA'.

      * the audit record handed to the shared AUDIT-WRITER
       COPY 'src/DATA-AUDIT.CPY'.

      * ledger entry handed to the shared LEDGER-WRITER subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * wall-clock bookends for the run-statistics record
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
           MOVE 'CHANGE-OF-ADDRESS-APPLY' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           OPEN OUTPUT COA-APPLY-REPORT
           MOVE SPACES TO COA-APPLY-REPORT-LINE
           STRING 'CHANGE OF ADDRESS APPLIED FOR ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO COA-APPLY-REPORT-LINE
           WRITE COA-APPLY-REPORT-LINE
           OPEN OUTPUT COA-REVIEW-FILE

           OPEN INPUT COA-FEED-FILE
           IF WS-FS-STATUS-FEED NOT = '00'
               DISPLAY 'NO CHANGE-OF-ADDRESS FEED THIS RUN, STATUS: '
                   WS-FS-STATUS-FEED
               MOVE 'S' TO WS-FEED-END
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CUST
               IF WS-FEED-END = 'N'
                   CLOSE COA-FEED-FILE
               END-IF
               CLOSE COA-REVIEW-FILE
               CLOSE COA-APPLY-REPORT
               MOVE 8 TO RETURN-CODE
               MOVE 'END' TO JL-FUNCTION
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-REQUEST
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CITY-MASTER-FILE
           IF WS-FS-STATUS-CITY NOT = '00'
               DISPLAY 'CITY MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CITY
               IF WS-FEED-END = 'N'
                   CLOSE COA-FEED-FILE
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE COA-REVIEW-FILE
               CLOSE COA-APPLY-REPORT
               MOVE 8 TO RETURN-CODE
               MOVE 'END' TO JL-FUNCTION
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-REQUEST
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CITY-NORM-INDEX-FILE
           IF WS-FS-STATUS-NORMIDX = '00'
               MOVE 'Y' TO WS-NORMIDX-OPENED
           END-IF

           PERFORM UNTIL WS-FEED-END = 'S'
               READ COA-FEED-FILE
                   AT END
                       MOVE 'S' TO WS-FEED-END
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
                       PERFORM 0100-LOAD-FEED-LINE
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-FEED = '00'
               CLOSE COA-FEED-FILE
               MOVE 'Y' TO WS-FEED-OPENED
           END-IF

           IF WS-COA-COUNT > ZEROS
               PERFORM 0200-MATCH-HOUSEHOLDS
               PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                       UNTIL WS-COA-IDX > WS-COA-COUNT
                   IF WS-COA-PENDING (WS-COA-IDX)
                       PERFORM 0300-DECIDE-FEED-LINE
                   END-IF
               END-PERFORM
           END-IF

      * every line is now either on the master or on the review file,
      * so the feed is emptied and a rerun cannot apply it twice
           IF WS-FEED-OPENED = 'Y'
               OPEN OUTPUT COA-FEED-FILE
               CLOSE COA-FEED-FILE
           END-IF

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CITY-MASTER-FILE
           IF WS-NORMIDX-OPENED = 'Y'
               CLOSE CITY-NORM-INDEX-FILE
           END-IF
           CLOSE COA-REVIEW-FILE
           PERFORM 0700-WRITE-TOTALS
           CLOSE COA-APPLY-REPORT
           PERFORM 0800-POST-CONTROL-LEDGER
           PERFORM 0950-WRITE-RUN-STATS

           DISPLAY 'Change-of-address lines read:    ' WS-FEED-COUNT
           DISPLAY 'Change-of-address moves applied: '
               WS-APPLIED-COUNT
           DISPLAY 'Change-of-address lines to review: '
               WS-REVIEW-COUNT
           IF WS-REVIEW-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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

      * edits one feed line and, when it is complete, holds it in the
      * table with its matching keys folded; an incomplete line or
      * one past the table's capacity goes straight to review
       0100-LOAD-FEED-LINE.
           MOVE ZEROS TO WS-REVIEW-CUSTOMER
           IF PF-NAME = SPACES OR PF-OLD-STREET = SPACES
                   OR PF-OLD-POSTAL = SPACES
               MOVE 'OLD NAME OR ADDRESS MISSING' TO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           IF PF-NEW-STREET = SPACES OR PF-NEW-CITY = SPACES
               MOVE 'NEW STREET OR CITY MISSING' TO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-COUNT >= WS-COA-MAX
               MOVE 'FEED OVER CAPACITY, RESUBMIT' TO
                   WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COA-COUNT
           MOVE COA-FEED-REC TO WS-COA-LINE (WS-COA-COUNT)
           MOVE PF-NAME (1:30) TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-COA-NORM-NAME (WS-COA-COUNT)
           MOVE PF-OLD-STREET (1:30) TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-COA-NORM-STREET (WS-COA-COUNT)
           MOVE PF-OLD-POSTAL (1:5) TO WS-COA-OLD-ZONE (WS-COA-COUNT)
           MOVE ZEROS TO WS-COA-MATCHES (WS-COA-COUNT)
           MOVE ZEROS TO WS-COA-CUSTOMER (WS-COA-COUNT)
           MOVE 'P' TO WS-COA-STATE (WS-COA-COUNT).

      * one pass of the master: every active household's name and
      * street are folded once and compared with every feed line
      * still pending; closed households receive no mail and are not
      * candidates
       0200-MATCH-HOUSEHOLDS.
           MOVE 'N' TO WS-CUST-END
           MOVE ZEROS TO MS-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE KEY NOT < MS-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-CUST-END
           END-START
           PERFORM UNTIL WS-CUST-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CUST-END
                   NOT AT END
                       IF MS-ACCOUNT-ACTIVE
                               AND MS-STREET-ADDRESS NOT = SPACES
                           PERFORM 0210-MATCH-ONE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM.

       0210-MATCH-ONE-HOUSEHOLD.
           MOVE MS-NAME (1:30) TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-HH-NORM-NAME
           MOVE MS-STREET-ADDRESS (1:30) TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-HH-NORM-STREET
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-NORM-NAME (WS-COA-IDX) = WS-HH-NORM-NAME
                       AND WS-COA-NORM-STREET (WS-COA-IDX) =
                           WS-HH-NORM-STREET
                       AND WS-COA-OLD-ZONE (WS-COA-IDX) =
                           MS-POSTAL-CODE (1:5)
                   ADD 1 TO WS-COA-MATCHES (WS-COA-IDX)
                   MOVE MS-CUSTOMER-NUMBER TO
                       WS-COA-CUSTOMER (WS-COA-IDX)
               END-IF
           END-PERFORM.

      * a feed line is applied only when it names exactly one
      * household, its new postal code is well formed, its new city
      * is on the city master and the code belongs to that city on
      * the postal-code range master; otherwise it goes to review
       0300-DECIDE-FEED-LINE.
           MOVE WS-COA-LINE (WS-COA-IDX) TO COA-FEED-REC
           MOVE ZEROS TO WS-REVIEW-CUSTOMER
           IF WS-COA-MATCHES (WS-COA-IDX) = ZEROS
               MOVE 'NO HOUSEHOLD MATCHED' TO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-MATCHES (WS-COA-IDX) > 1
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'AMBIGUOUS, ' WS-COA-MATCHES (WS-COA-IDX)
                   ' HOUSEHOLDS MATCHED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COA-CUSTOMER (WS-COA-IDX) TO WS-REVIEW-CUSTOMER
           PERFORM 0260-VALIDATE-POSTAL-CODE
           IF WS-POSTAL-OK = 'N'
               MOVE 'NEW POSTAL CODE FORMAT' TO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-RESOLVE-NEW-CITY
           IF WS-CITY-RESOLVED = 'N'
               MOVE 'NEW CITY NOT ON CITY MASTER' TO
                   WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           MOVE PF-NEW-POSTAL TO PR-POSTAL-CODE
           MOVE CY-NAME TO PR-CITY-NAME
           CALL 'POSTAL-RANGE-LOOKUP' USING POSTAL-RANGE-REQUEST
           IF PR-IN-FORCE = 'Y' AND NOT PR-CODE-IN-CITY
               MOVE 'NEW POSTAL CODE NOT IN NEW CITY' TO
                   WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-APPLY-MOVE.

      * the format CUSTOMER-MASTER-MAINTENANCE accepts: five digits,
      * optionally followed by a hyphen and four more
       0260-VALIDATE-POSTAL-CODE.
           MOVE 'Y' TO WS-POSTAL-OK
           IF PF-NEW-POSTAL = SPACES
               MOVE 'N' TO WS-POSTAL-OK
               EXIT PARAGRAPH
           END-IF
           IF PF-NEW-POSTAL (1:5) NOT NUMERIC
               MOVE 'N' TO WS-POSTAL-OK
               EXIT PARAGRAPH
           END-IF
           IF PF-NEW-POSTAL (6:5) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PF-NEW-POSTAL (6:1) NOT = '-'
                   OR PF-NEW-POSTAL (7:4) NOT NUMERIC
               MOVE 'N' TO WS-POSTAL-OK
           END-IF.

      * the usual city lookup: an exact read on the master, then the
      * normalized name (one keyed read on the alternate index, or
      * the whole-master scan when the index has not been built),
      * then the alias master. On success CY-NAME holds the master's
      * own spelling, which is what the household is given.
       0400-RESOLVE-NEW-CITY.
           MOVE 'N' TO WS-CITY-RESOLVED
           MOVE PF-NEW-CITY TO CY-NAME
           READ CITY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CITY-RESOLVED
           END-READ
           IF WS-CITY-RESOLVED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE PF-NEW-CITY TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-NORM-TARGET
           MOVE 'N' TO WS-NORM-FOUND
           IF WS-NORMIDX-OPENED = 'Y'
               PERFORM 0410-INDEXED-NORM-READ
           ELSE
               PERFORM 0420-SCAN-NORM-FALLBACK
           END-IF
           IF WS-NORM-FOUND = 'Y'
               MOVE 'Y' TO WS-CITY-RESOLVED
               EXIT PARAGRAPH
           END-IF
           MOVE PF-NEW-CITY TO CA-NAME-IN
           CALL 'CITY-ALIAS-LOOKUP' USING CITY-ALIAS-REQUEST
           IF CA-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE CA-MASTER-NAME TO CY-NAME
           READ CITY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CITY-RESOLVED
           END-READ.

       0410-INDEXED-NORM-READ.
           MOVE WS-NORM-TARGET TO CX-NORM-NAME
           READ CITY-NORM-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-MASTER-NAME TO CY-NAME
                   READ CITY-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NORM-FOUND
                   END-READ
           END-READ.

       0420-SCAN-NORM-FALLBACK.
           MOVE 'N' TO WS-NORM-SCAN-END
           MOVE LOW-VALUES TO CY-NAME
           START CITY-MASTER-FILE KEY NOT < CY-NAME
               INVALID KEY
                   MOVE 'S' TO WS-NORM-SCAN-END
           END-START
           PERFORM UNTIL WS-NORM-SCAN-END = 'S'
               READ CITY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-NORM-SCAN-END
                   NOT AT END
                       MOVE CY-NAME TO CN-NAME-IN
                       CALL 'CITY-NORMALIZE' USING
                           CITY-NORMALIZE-REQUEST
                       IF CN-NAME-OUT = WS-NORM-TARGET
                           MOVE 'Y' TO WS-NORM-FOUND
                           MOVE 'S' TO WS-NORM-SCAN-END
                       END-IF
               END-READ
           END-PERFORM.

      * the move itself: the address as it stood is journaled, the
      * new street, postal code and city are stored, a returned-mail
      * mark is cleared since the old address is the one that bounced,
      * and the address as it now stands is journaled after the
      * rewrite; the letter and audit record follow only a good one
       0500-APPLY-MOVE.
           MOVE WS-COA-CUSTOMER (WS-COA-IDX) TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'HOUSEHOLD NO LONGER ON FILE' TO
                       WS-RESULT-MESSAGE
                   PERFORM 0600-WRITE-FEED-REVIEW
                   EXIT PARAGRAPH
           END-READ
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           PERFORM 0510-CAPTURE-ADDRESS-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0550-WRITE-JOURNAL
           MOVE 'N' TO WS-MAIL-CLEARED
           IF MS-ADDR-UNDELIVERABLE
               PERFORM 0520-CAPTURE-MAIL-IMAGE
               MOVE 'B' TO WS-IMAGE-TYPE
               PERFORM 0550-WRITE-JOURNAL
               MOVE 'N' TO MS-MAIL-RETURNED
               MOVE ZEROS TO MS-RETURNED-DATE
               MOVE 'Y' TO WS-MAIL-CLEARED
           END-IF
           MOVE PF-NEW-STREET TO MS-STREET-ADDRESS
           MOVE PF-NEW-POSTAL TO MS-POSTAL-CODE
           MOVE CY-NAME TO MS-CITY-NAME
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-CUST NOT = '00'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'REWRITE FAILED, STATUS ' WS-FS-STATUS-CUST
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0600-WRITE-FEED-REVIEW
               EXIT PARAGRAPH
           END-IF
           PERFORM 0510-CAPTURE-ADDRESS-IMAGE
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0550-WRITE-JOURNAL
           MOVE 'ADDRESS CHANGED' TO WS-RESULT-MESSAGE
           IF WS-MAIL-CLEARED = 'Y'
               PERFORM 0520-CAPTURE-MAIL-IMAGE
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 0550-WRITE-JOURNAL
               ADD 1 TO WS-MAIL-CLEARED-COUNT
               MOVE 'ADDRESS CHANGED, RETURNED MAIL CLEARED' TO
                   WS-RESULT-MESSAGE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 0560-QUEUE-LETTER
           PERFORM 0850-WRITE-AUDIT-RECORD
           PERFORM 0900-WRITE-REPORT-LINE.

      * address images carry street, postal code and city, trimmed
      * so all three fit the journal's image
       0510-CAPTURE-ADDRESS-IMAGE.
           MOVE SPACES TO WS-JOURNAL-IMAGE
           STRING 'ADDRESS ' DELIMITED BY SIZE
               MS-STREET-ADDRESS DELIMITED BY '  '
               ' POSTAL ' DELIMITED BY SIZE
               MS-POSTAL-CODE DELIMITED BY SPACE
               ' CITY ' DELIMITED BY SIZE
               MS-CITY-NAME DELIMITED BY '  '
               INTO WS-JOURNAL-IMAGE.

      * the same returned-mail image CUSTOMER-MASTER-MAINTENANCE
      * journals when an address change clears the mark
       0520-CAPTURE-MAIL-IMAGE.
           MOVE SPACES TO WS-JOURNAL-IMAGE
           STRING 'MAIL RETURNED ' MS-MAIL-RETURNED
               ' SINCE ' MS-RETURNED-DATE
               ' POSTAL ' MS-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-JOURNAL-IMAGE.

       0550-WRITE-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-FS-STATUS-JOURNAL = '35'
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF WS-FS-STATUS-JOURNAL NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-JOURNAL-FILE, STATUS: '
                   WS-FS-STATUS-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-STAMP-DATE TO JR-RUN-DATE
           MOVE WS-STAMP-TIME TO JR-RUN-TIME
           MOVE 'CUSTMAST' TO JR-FILE-ID
           MOVE MS-CUSTOMER-NUMBER TO JR-RECORD-KEY (1:6)
           MOVE WS-IMAGE-TYPE TO JR-IMAGE-TYPE
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE MASTER-JOURNAL-REC
           CLOSE MASTER-JOURNAL-FILE.

      * the confirmation letter goes to the new address; its stamp
      * matches the journal's for the same move
       0560-QUEUE-LETTER.
           OPEN EXTEND LETTER-QUEUE-FILE
           IF WS-FS-STATUS-LETTER = '35'
               OPEN OUTPUT LETTER-QUEUE-FILE
           END-IF
           IF WS-FS-STATUS-LETTER NOT = '00'
               DISPLAY 'ERROR OPENING LETTER QUEUE, STATUS: '
                   WS-FS-STATUS-LETTER
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADDRCONF' TO LQ-EVENT
           MOVE ',' TO LQ-COMMA-1
           MOVE MS-CUSTOMER-NUMBER TO LQ-CUSTOMER
           MOVE ',' TO LQ-COMMA-2
           MOVE WS-STAMP-DATE TO LQ-DATE
           MOVE ',' TO LQ-COMMA-3
           MOVE WS-STAMP-TIME TO LQ-TIME
           MOVE ',' TO LQ-COMMA-4
           MOVE WS-COA-USER-ID TO LQ-USER-ID
           WRITE LETTER-QUEUE-REC
           CLOSE LETTER-QUEUE-FILE.

      * the feed line as received and the reason, for a clerk to
      * resolve by hand; it also lands on the night's report
       0600-WRITE-FEED-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE SPACES TO COA-REVIEW-REC
           MOVE WS-REVIEW-CUSTOMER TO CR-CUSTOMER
           MOVE ',' TO CR-COMMA-1
           MOVE COA-FEED-REC TO CR-FEED-LINE
           MOVE ',' TO CR-COMMA-2
           MOVE WS-RESULT-MESSAGE TO CR-REASON
           WRITE COA-REVIEW-REC
           MOVE WS-REVIEW-CUSTOMER TO MS-CUSTOMER-NUMBER
           PERFORM 0900-WRITE-REPORT-LINE.

       0700-WRITE-TOTALS.
           MOVE SPACES TO COA-APPLY-REPORT-LINE
           WRITE COA-APPLY-REPORT-LINE
           MOVE SPACES TO COA-APPLY-REPORT-LINE
           STRING 'FEED LINES READ ' WS-FEED-COUNT
               '  APPLIED ' WS-APPLIED-COUNT
               '  TO REVIEW ' WS-REVIEW-COUNT
               '  RETURNED MAIL CLEARED ' WS-MAIL-CLEARED-COUNT
               DELIMITED BY SIZE INTO COA-APPLY-REPORT-LINE
           WRITE COA-APPLY-REPORT-LINE.

      * the night's counts for BALANCE-REPORT: lines read must equal
      * moves applied plus lines sent to review
       0800-POST-CONTROL-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'COA-APPLY' TO LG-STEP-NAME
           MOVE 'FEED-READ' TO LG-COUNTER-NAME
           MOVE WS-FEED-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'APPLIED' TO LG-COUNTER-NAME
           MOVE WS-APPLIED-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'REVIEW' TO LG-COUNTER-NAME
           MOVE WS-REVIEW-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

       0850-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'CHANGE-OF-ADDRESS-APPLY' TO AT-PROGRAM-NAME
           MOVE WS-STAMP-DATE TO AT-RUN-DATE
           MOVE WS-STAMP-TIME TO AT-RUN-TIME
           MOVE SPACES TO AT-ACTION
           STRING 'COA ' MS-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE WS-COA-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO COA-APPLY-REPORT-LINE
           STRING MS-CUSTOMER-NUMBER ' ' PF-NAME (1:30) ' '
               PF-NEW-POSTAL ' ' PF-NEW-CITY (1:20) ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO COA-APPLY-REPORT-LINE
           WRITE COA-APPLY-REPORT-LINE.

      * appends this run's statistics record: feed lines read, moves
      * applied and lines sent to review
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
               MOVE 'CHANGE-OF-ADDRESS-APPLY' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-FEED-COUNT TO RS-RECORDS-READ
               MOVE WS-APPLIED-COUNT TO RS-RECORDS-WRITTEN
               MOVE ZEROS TO RS-EXCEPTION-COUNT
               MOVE WS-REVIEW-COUNT TO RS-REJECT-COUNT
               MOVE WS-MAIL-CLEARED-COUNT TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
