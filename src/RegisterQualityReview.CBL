      ******************************************************************
      * Author:
      * Date:
      * Purpose: records the clerks' verdicts on the nightly quality
      *          sample in the established maintenance mold: a
      *          transaction file, a result line per transaction,
      *          the shared audit trail and the shared user-authority
      *          check (master id QUAL). A review (action R) names a
      *          sampled record by the date it was drawn and its code
      *          and gives P for a pass or F for a fail, a fail
      *          carrying one of the error types in DATA-QUALITY-
      *          ERRORS.CPY; a second review of the same record
      *          replaces the first and says what it changed. An
      *          inquiry (action I) shows the verdict standing. The
      *          quality-sample file is rewritten when any verdict
      *          was recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-QUALITY-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-TRANS-FILE ASSIGN TO
               'src/quality-review-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT QUALITY-SAMPLE-FILE ASSIGN TO
               'src/quality-sample.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SAMPLE.
           SELECT QUALITY-REVIEW-REPORT ASSIGN TO
               'src/quality-review-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * authorization reference: which users may Add, Change or
      * Delete on which master; checked before any transaction is
      * applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD QUALITY-TRANS-FILE.
       01 QUALITY-TRANS-REC.
           05 QR-ACTION      PIC X(01).
           05 QR-COMMA-1     PIC X(01).
           05 QR-SAMPLE-DATE PIC X(08).
           05 QR-COMMA-2     PIC X(01).
           05 QR-CODE        PIC X(06).
           05 QR-COMMA-3     PIC X(01).
           05 QR-USER-ID     PIC X(08).
           05 QR-COMMA-4     PIC X(01).
           05 QR-RESULT      PIC X(01).
           05 QR-COMMA-5     PIC X(01).
           05 QR-REASON      PIC X(04).

       FD QUALITY-SAMPLE-FILE.
       COPY 'src/DATA-QUALITY-SAMPLE.CPY'.

       FD QUALITY-REVIEW-REPORT.
       01 QUALITY-REVIEW-REPORT-LINE PIC X(120).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram, the single serialized path onto
      * src/audit-trail.txt
       COPY 'src/DATA-AUDIT.CPY'.

      * the error types a failed record may be given
       COPY 'src/DATA-QUALITY-ERRORS.CPY'.

       01 WS-TRANS-END         PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SAMPLE  PIC X(02) VALUE '00'.
       01 WS-SAMPLE-END        PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE    PIC X(40).
       01 WS-RESULT-TEXT       PIC X(30).
       01 WS-AUDIT-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME        PIC 9(08) VALUE ZEROS.
       01 WS-REVIEW-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-REASON-OK         PIC X(01) VALUE 'N'.

       01 WS-ACTION-CODE     PIC X(01).
           88 WS-ACTION-REVIEW   VALUE 'R'.
           88 WS-ACTION-INQUIRE  VALUE 'I'.

      * the quality-sample file held in storage for the run, at the
      * same ceiling REGISTER-QUALITY-SAMPLE holds it to
       01 WS-QS-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-QS-TABLE.
           05 WS-QS-RECORD PIC X(44) OCCURS 2000 TIMES.
       01 WS-QS-IDX    PIC 9(04) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(04) VALUE ZEROS.

      * who keyed the transaction, and the authorization reference
      * table; a missing authority file means checking is not yet in
      * force on this box, which is announced once at startup
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-IN-FORCE   PIC X(01) VALUE 'N'.
       01 WS-AUTH-COUNT      PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
       01 WS-AUTH-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-OK         PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'QUAL'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0080-LOAD-SAMPLE-FILE
           OPEN INPUT QUALITY-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO QUALITY REVIEW TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN OUTPUT QUALITY-REVIEW-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ QUALITY-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE QR-ACTION TO WS-ACTION-CODE
                       MOVE SPACES TO WS-RESULT-TEXT
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE QUALITY-TRANS-FILE
           IF WS-CHANGE-COUNT > ZEROS
               PERFORM 0700-REWRITE-SAMPLE-FILE
           END-IF
           CLOSE QUALITY-REVIEW-REPORT
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-TRANSACTION.
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' QR-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-VALIDATE-KEY
           IF WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-REVIEW
                   PERFORM 0200-RECORD-VERDICT
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-VERDICT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * the key must be a date and a code the nightly sample drew
       0150-VALIDATE-KEY.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF QR-SAMPLE-DATE NOT NUMERIC OR QR-CODE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, SAMPLE DATE AND CODE MUST BE NUMERIC'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0600-FIND-SAMPLE
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, NOT IN THE QUALITY SAMPLE' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * a pass clears any reason; a fail must give a known one. A
      * record already reviewed shows the verdict it replaced.
       0200-RECORD-VERDICT.
           IF QR-RESULT NOT = 'P' AND QR-RESULT NOT = 'F'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'REVIEW FAILED, RESULT MUST BE P OR F' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF QR-RESULT = 'P'
               MOVE SPACES TO QR-REASON
           ELSE
               MOVE 'N' TO WS-REASON-OK
               PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                       UNTIL WS-QE-IDX > WS-QE-COUNT
                   IF WS-QE-CODE (WS-QE-IDX) = QR-REASON
                       MOVE 'Y' TO WS-REASON-OK
                       MOVE WS-QE-DESCRIPTION (WS-QE-IDX) TO
                           WS-RESULT-TEXT
                   END-IF
               END-PERFORM
               IF WS-REASON-OK = 'N'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'REVIEW FAILED, UNKNOWN ERROR REASON' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-QS-RECORD (WS-FOUND-IDX) TO QUALITY-SAMPLE-REC
           IF QS-RESULT = SPACE
               IF QR-RESULT = 'P'
                   MOVE 'REVIEWED, PASSED' TO WS-RESULT-MESSAGE
               ELSE
                   MOVE 'REVIEWED, FAILED' TO WS-RESULT-MESSAGE
               END-IF
           ELSE
               STRING 'CHANGED ' QS-RESULT ' ' DELIMITED BY SIZE
                   QS-REASON DELIMITED BY SPACE
                   ' TO ' QR-RESULT ' ' QR-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF
           MOVE QR-RESULT TO QS-RESULT
           MOVE QR-REASON TO QS-REASON
           MOVE QR-USER-ID TO QS-REVIEWER
           MOVE WS-REVIEW-DATE TO QS-REVIEW-DATE
           MOVE QUALITY-SAMPLE-REC TO WS-QS-RECORD (WS-FOUND-IDX)
           ADD 1 TO WS-CHANGE-COUNT.

       0500-INQUIRE-VERDICT.
           MOVE WS-QS-RECORD (WS-FOUND-IDX) TO QUALITY-SAMPLE-REC
           IF QS-RESULT = SPACE
               MOVE 'FOUND, AWAITING REVIEW' TO WS-RESULT-MESSAGE
           ELSE
               STRING 'FOUND, ' QS-RESULT ' ' QS-REASON
                   ' BY ' QS-REVIEWER ' ON ' QS-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF
           MOVE 'BRANCH ' TO WS-RESULT-TEXT
           MOVE QS-BRANCH TO WS-RESULT-TEXT (8:3).

       0600-FIND-SAMPLE.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-QS-IDX
           PERFORM UNTIL WS-QS-IDX = WS-QS-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-QS-IDX
               MOVE WS-QS-RECORD (WS-QS-IDX) TO QUALITY-SAMPLE-REC
               IF QS-SAMPLE-DATE = QR-SAMPLE-DATE
                       AND QS-CODE = QR-CODE
                   MOVE WS-QS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * an absent sample file is an empty one: nothing to review
       0080-LOAD-SAMPLE-FILE.
           OPEN INPUT QUALITY-SAMPLE-FILE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAMPLE-END = 'S'
               READ QUALITY-SAMPLE-FILE
                   AT END
                       MOVE 'S' TO WS-SAMPLE-END
                   NOT AT END
                       IF WS-QS-COUNT < 2000
                           ADD 1 TO WS-QS-COUNT
                           MOVE QUALITY-SAMPLE-REC TO
                               WS-QS-RECORD (WS-QS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUALITY-SAMPLE-FILE.

      * the file goes back in the order it was read, so tonight's
      * sample run finds it as it left it
       0700-REWRITE-SAMPLE-FILE.
           OPEN OUTPUT QUALITY-SAMPLE-FILE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               DISPLAY 'ERROR REWRITING QUALITY SAMPLE FILE, STATUS: '
                   WS-FS-STATUS-SAMPLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QS-IDX
           PERFORM UNTIL WS-QS-IDX = WS-QS-COUNT
               ADD 1 TO WS-QS-IDX
               MOVE WS-QS-RECORD (WS-QS-IDX) TO QUALITY-SAMPLE-REC
               WRITE QUALITY-SAMPLE-REC
           END-PERFORM
           CLOSE QUALITY-SAMPLE-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'REGISTER-QUALITY-REVIEW' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING QR-ACTION ' ' QR-SAMPLE-DATE ' ' QR-CODE ' '
               QR-RESULT ' ' QR-REASON
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE QR-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO QUALITY-REVIEW-REPORT-LINE
           STRING QR-ACTION ' ' QR-SAMPLE-DATE ' ' QR-CODE ' '
               QR-USER-ID ' ' WS-RESULT-MESSAGE ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO QUALITY-REVIEW-REPORT-LINE
           WRITE QUALITY-REVIEW-REPORT-LINE.

      * loads the authorization reference file once at startup
       0060-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
           ELSE
               MOVE 'Y' TO WS-AUTH-IN-FORCE
               PERFORM UNTIL WS-AUTH-END = 'S'
                   READ USER-AUTHORITY-FILE
                       AT END
                           MOVE 'S' TO WS-AUTH-END
                       NOT AT END
                           IF WS-AUTH-COUNT < 50
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE UA-USER-ID TO
                                   WS-AUTH-USER (WS-AUTH-COUNT)
                               MOVE UA-MASTER-ID TO
                                   WS-AUTH-MASTER (WS-AUTH-COUNT)
                               MOVE UA-ACTIONS TO
                                   WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
           END-IF.

      * answers whether the transaction's user may apply its action
      * to this master; inquiries are not controlled
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-AUTH-IN-FORCE = 'N' OR WS-ACTION-CODE = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = QR-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               WS-ACTION-CODE
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
