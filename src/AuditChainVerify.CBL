      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly proof that the shared audit trail is whole.
      *          Every audit archive HISTORY-RETENTION has cut (in
      *          catalog order, oldest first) and then the live
      *          trail are walked as one chain: each record's check
      *          value is worked out again through AUDIT-CHAIN-VALUE
      *          and must agree with the one it carries (an altered
      *          record), its sequence number must follow the record
      *          before it (a record taken out, or one repeated),
      *          and the previous check value it carries must be that
      *          record's own (a broken link -- a record slipped in
      *          or the trail spliced). Records written before the
      *          chain began are counted and passed over; one turning
      *          up after it began was put there by hand. The last
      *          sequence number seen is posted to the control ledger
      *          so a trail cut short at its tail since the previous
      *          verify is caught as well. Every finding is printed;
      *          any finding at all raises a failure alert for the
      *          morning and ends the run with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the trail under examination: each cataloged audit archive in
      * turn, then the live trail, resolved at run time
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUDIT.

      * HISTORY-RETENTION's catalog of cut archives
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO
               'src/archive-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.

      * the last sequence number the previous verify saw
           SELECT CONTROL-LEDGER-FILE ASSIGN TO
               'src/control-ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LEDGER.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY'.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-REC.
           05 AC-FILE-ID   PIC X(04).
           05 AC-COMMA-1   PIC X(01).
           05 AC-PATH      PIC X(60).
           05 AC-COMMA-2   PIC X(01).
           05 AC-CUT-DATE  PIC 9(08).
           05 AC-COMMA-3   PIC X(01).
           05 AC-COUNT     PIC 9(07).
           05 AC-COMMA-4   PIC X(01).
           05 AC-LOW-DATE  PIC 9(08).
           05 AC-COMMA-5   PIC X(01).
           05 AC-HIGH-DATE PIC 9(08).

       FD CONTROL-LEDGER-FILE.
       COPY 'src/DATA-CONTROL-LEDGER.CPY' REPLACING
           ==CONTROL-LEDGER-REC== BY ==LEDGER-FILE-REC==
           ==LG-BUSINESS-DATE==   BY ==LF-BUSINESS-DATE==
           ==LG-STEP-NAME==       BY ==LF-STEP-NAME==
           ==LG-COUNTER-NAME==    BY ==LF-COUNTER-NAME==
           ==LG-COUNTER-VALUE==   BY ==LF-COUNTER-VALUE==
           ==LG-CYCLE-NUMBER==    BY ==LF-CYCLE-NUMBER==.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * ledger entry handed to the shared LEDGER-WRITER subprogram;
      * tonight's last sequence becomes next week's floor
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

      * a broken chain is raised through the shared ALERT-WRITER
       COPY 'src/DATA-ALERT.CPY'.

      * each record's check value is worked out again through the
      * same subprogram AUDIT-WRITER stamped it with
       COPY 'src/DATA-AUDIT-CHAIN.CPY'.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 VERIFY-REPORT-LINE PIC X(110).

       01 WS-FS-STATUS-AUDIT   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LEDGER  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-TRAIL-END   PIC X(01) VALUE 'N'.
       01 WS-CATALOG-END PIC X(01) VALUE 'N'.
       01 WS-LEDGER-END  PIC X(01) VALUE 'N'.
       01 WS-TRAIL-PATH  PIC X(60) VALUE SPACES.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the chain as walked so far: whether its first chained record
      * has been met, and the sequence number and check value of the
      * last chained record, which the next one must follow on from
       01 WS-CHAIN-STARTED PIC X(01) VALUE 'N'.
       01 WS-LAST-SEQUENCE PIC 9(09) VALUE ZEROS.
       01 WS-LAST-CHECK    PIC 9(10) VALUE ZEROS.
       01 WS-NEXT-SEQUENCE PIC 9(09) VALUE ZEROS.

      * the last sequence the previous verify posted to the ledger;
      * the latest posting stands, the same rerun rule BALANCE-REPORT
      * applies
       01 WS-PRIOR-SEQUENCE PIC 9(09) VALUE ZEROS.
       01 WS-PRIOR-SEEN     PIC X(01) VALUE 'N'.

       01 WS-FILE-RECORDS    PIC 9(07) VALUE ZEROS.
       01 WS-FILE-EXCEPTIONS PIC 9(07) VALUE ZEROS.
       01 WS-RECORDS-CHECKED PIC 9(09) VALUE ZEROS.
       01 WS-LEGACY-RECORDS  PIC 9(09) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(09) VALUE ZEROS.
       01 WS-TRAILS-WALKED   PIC 9(03) VALUE ZEROS.

       01 WS-TRAIL-HEAD-LINE.
           05 FILLER       PIC X(06) VALUE 'TRAIL '.
           05 TH-PATH      PIC X(60).

       01 WS-TRAIL-TOTAL-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 TT-RECORDS   PIC ZZZZZZ9.
           05 FILLER       PIC X(20) VALUE ' RECORD(S) CHECKED, '.
           05 TT-EXCEPTIONS PIC ZZZZZZ9.
           05 FILLER       PIC X(13) VALUE ' EXCEPTION(S)'.

       01 WS-FINDING-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FL-SEQUENCE  PIC X(09).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 FL-RUN-DATE  PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 FL-RUN-TIME  PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 FL-PROGRAM   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 FL-FINDING   PIC X(48).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'AUDIT-CHAIN-VERIFY' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           PERFORM 0100-LOAD-PRIOR-SEQUENCE

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'AUDIT-CHAIN-VERIFY' TO RW-PROGRAM-ID
           MOVE 'AUDIT TRAIL CHAIN VERIFICATION' TO RW-REPORT-TITLE
           MOVE 'src/audit-chain-verify-report.txt' TO RW-REPORT-PATH
           MOVE '  SEQUENCE  RUN DATE RUN TIME PROGRAM' TO
               RW-COLUMN-HEAD-1
           MOVE 'FINDING' TO RW-COLUMN-HEAD-1 (62:7)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0200-VERIFY-ARCHIVES
           MOVE 'src/audit-trail.txt' TO WS-TRAIL-PATH
           PERFORM 0300-VERIFY-ONE-TRAIL
           PERFORM 0500-CHECK-TRAIL-TAIL
           PERFORM 0600-POST-LEDGER

           MOVE 'RECORDS CHECKED' TO RW-COUNT-LABEL (1)
           MOVE WS-RECORDS-CHECKED TO RW-COUNT-VALUE (1)
           MOVE 'WRITTEN BEFORE THE CHAIN' TO RW-COUNT-LABEL (2)
           MOVE WS-LEGACY-RECORDS TO RW-COUNT-VALUE (2)
           MOVE 'EXCEPTIONS FOUND' TO RW-COUNT-LABEL (3)
           MOVE WS-EXCEPTION-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Audit trails walked:  ' WS-TRAILS-WALKED
           DISPLAY 'Audit records checked: ' WS-RECORDS-CHECKED
           DISPLAY 'Chain exceptions:      ' WS-EXCEPTION-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-EXCEPTION-COUNT > ZEROS
               PERFORM 0700-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
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

      * the last AUDIT-CHAIN-VERIFY LAST-SEQUENCE posting, latest wins
       0100-LOAD-PRIOR-SEQUENCE.
           OPEN INPUT CONTROL-LEDGER-FILE
           IF WS-FS-STATUS-LEDGER NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-END = 'S'
               READ CONTROL-LEDGER-FILE
                   AT END
                       MOVE 'S' TO WS-LEDGER-END
                   NOT AT END
                       IF LF-STEP-NAME = 'AUDIT-CHAIN-VERIFY'
                               AND LF-COUNTER-NAME = 'LAST-SEQUENCE'
                               AND LF-COUNTER-VALUE IS NUMERIC
                           MOVE LF-COUNTER-VALUE TO WS-PRIOR-SEQUENCE
                           MOVE 'Y' TO WS-PRIOR-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE.

      * the archives in the order they were cut, each one the chain
      * segment that ran ahead of the next; an archive the catalog
      * names but that cannot be read is a gap in the chain itself
       0200-VERIFY-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-END = 'S'
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE 'S' TO WS-CATALOG-END
                   NOT AT END
                       IF AC-FILE-ID = 'AUDT'
                           MOVE AC-PATH TO WS-TRAIL-PATH
                           PERFORM 0300-VERIFY-ONE-TRAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE.

      * one trail file, archive or live, front to back; a live trail
      * that is not there is only a finding once the chain has begun
       0300-VERIFY-ONE-TRAIL.
           ADD 1 TO WS-TRAILS-WALKED
           MOVE ZEROS TO WS-FILE-RECORDS
           MOVE ZEROS TO WS-FILE-EXCEPTIONS
           MOVE WS-TRAIL-PATH TO TH-PATH
           MOVE WS-TRAIL-HEAD-LINE TO VERIFY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT NOT = '00'
               IF WS-FS-STATUS-AUDIT = '35'
                       AND WS-CHAIN-STARTED = 'N'
                       AND WS-TRAIL-PATH = 'src/audit-trail.txt'
                   MOVE '  NOT ON HAND, NO CHAIN YET' TO
                       VERIFY-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-FINDING-LINE (3:)
               MOVE SPACES TO FL-FINDING
               STRING 'TRAIL NOT READABLE, STATUS '
                   WS-FS-STATUS-AUDIT DELIMITED BY SIZE
                   INTO FL-FINDING
               PERFORM 0450-PRINT-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRAIL-END
           PERFORM UNTIL WS-TRAIL-END = 'S'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'S' TO WS-TRAIL-END
                   NOT AT END
                       ADD 1 TO WS-FILE-RECORDS
                       ADD 1 TO WS-RECORDS-CHECKED
                       PERFORM 0400-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE
           MOVE WS-FILE-RECORDS TO TT-RECORDS
           MOVE WS-FILE-EXCEPTIONS TO TT-EXCEPTIONS
           MOVE WS-TRAIL-TOTAL-LINE TO VERIFY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * the three tests on one record. The chain carries on from
      * whatever the record says, so one tampered record is reported
      * once rather than throwing every record after it
       0400-CHECK-ONE-RECORD.
           MOVE AT-RUN-DATE TO FL-RUN-DATE
           MOVE AT-RUN-TIME TO FL-RUN-TIME
           MOVE AT-PROGRAM-NAME TO FL-PROGRAM
           IF AT-SEQUENCE-NUMBER NOT NUMERIC
                   OR AT-PREV-CHECK NOT NUMERIC
                   OR AT-CHECK-VALUE NOT NUMERIC
               IF WS-CHAIN-STARTED = 'N'
                   ADD 1 TO WS-LEGACY-RECORDS
               ELSE
                   MOVE 'UNCHAINED' TO FL-SEQUENCE
                   MOVE 'UNCHAINED RECORD INSIDE THE CHAIN' TO
                       FL-FINDING
                   PERFORM 0450-PRINT-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AT-SEQUENCE-NUMBER TO FL-SEQUENCE

           MOVE AUDIT-TRAIL-REC TO CH-RECORD
           CALL 'AUDIT-CHAIN-VALUE' USING AUDIT-CHAIN-REQUEST
           IF CH-CHECK-VALUE NOT = AT-CHECK-VALUE
               MOVE 'RECORD ALTERED, CHECK VALUE DOES NOT AGREE' TO
                   FL-FINDING
               PERFORM 0450-PRINT-FINDING
           END-IF

           IF WS-CHAIN-STARTED = 'N'
               IF AT-SEQUENCE-NUMBER NOT = 1
                       OR AT-PREV-CHECK NOT = ZEROS
                   MOVE 'CHAIN DOES NOT BEGIN AT SEQUENCE 1' TO
                       FL-FINDING
                   PERFORM 0450-PRINT-FINDING
               END-IF
               MOVE 'Y' TO WS-CHAIN-STARTED
           ELSE
               ADD 1 TO WS-LAST-SEQUENCE GIVING WS-NEXT-SEQUENCE
               IF AT-SEQUENCE-NUMBER NOT = WS-NEXT-SEQUENCE
                   MOVE SPACES TO FL-FINDING
                   IF AT-SEQUENCE-NUMBER > WS-NEXT-SEQUENCE
                       STRING 'SEQUENCE GAP, EXPECTED '
                           WS-NEXT-SEQUENCE DELIMITED BY SIZE
                           INTO FL-FINDING
                   ELSE
                       STRING 'SEQUENCE REPEATED, EXPECTED '
                           WS-NEXT-SEQUENCE DELIMITED BY SIZE
                           INTO FL-FINDING
                   END-IF
                   PERFORM 0450-PRINT-FINDING
               END-IF
               IF AT-PREV-CHECK NOT = WS-LAST-CHECK
                   MOVE 'BROKEN LINK TO THE RECORD BEFORE IT' TO
                       FL-FINDING
                   PERFORM 0450-PRINT-FINDING
               END-IF
           END-IF
           MOVE AT-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
           MOVE AT-CHECK-VALUE TO WS-LAST-CHECK.

       0450-PRINT-FINDING.
           ADD 1 TO WS-FILE-EXCEPTIONS
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-FINDING-LINE TO VERIFY-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * records taken off the end of the trail leave no gap behind
      * them; the sequence the previous verify reached is the check
       0500-CHECK-TRAIL-TAIL.
           IF WS-PRIOR-SEEN = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-SEQUENCE < WS-PRIOR-SEQUENCE
               MOVE SPACES TO WS-FINDING-LINE (3:)
               MOVE WS-LAST-SEQUENCE TO FL-SEQUENCE
               STRING 'TRAIL ENDS SHORT, LAST VERIFY SAW '
                   WS-PRIOR-SEQUENCE DELIMITED BY SIZE
                   INTO FL-FINDING
               PERFORM 0450-PRINT-FINDING
           END-IF.

       0600-POST-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'AUDIT-CHAIN-VERIFY' TO LG-STEP-NAME
           MOVE 'LAST-SEQUENCE' TO LG-COUNTER-NAME
           MOVE WS-LAST-SEQUENCE TO LG-COUNTER-VALUE
           IF WS-PRIOR-SEQUENCE > WS-LAST-SEQUENCE
               MOVE WS-PRIOR-SEQUENCE TO LG-COUNTER-VALUE
           END-IF
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE 'AUDIT-CHAIN-VERIFY' TO LG-STEP-NAME
           MOVE 'EXCEPTIONS' TO LG-COUNTER-NAME
           MOVE WS-EXCEPTION-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

       0700-RAISE-ALERT.
           MOVE 'F' TO AL-SEVERITY
           MOVE 'AUDIT-CHAIN-VERIFY' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           STRING 'AUDIT TRAIL CHAIN BROKEN, ' WS-EXCEPTION-COUNT
               ' FINDING(S)' DELIMITED BY SIZE INTO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE VERIFY-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
