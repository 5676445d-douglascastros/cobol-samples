      ******************************************************************
      * Author:
      * Date:
      * Purpose: morning check of what actually ran against what was
      *          approved to run. Every START on the common job log
      *          (src/job-log.txt) carries the program's PROGRAM-ID,
      *          the version it reports and the environment it ran
      *          in; each is looked up on the release manifest
      *          (src/release-manifest.txt, kept by
      *          MANIFEST-MAINTENANCE). A START whose program is not
      *          on the manifest for its environment, or that ran a
      *          version other than the one approved there, is
      *          reported once per program, environment and version,
      *          with how many times it ran and over which business
      *          dates. Every PROD mismatch goes on the alert queue as
      *          a failure. Ends with return code 8 when PROD ran
      *          anything unapproved, 4 when only TEST did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFEST-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO 'src/job-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOBLOG.
           SELECT MANIFEST-FILE ASSIGN TO 'src/release-manifest.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-MANIFEST.
           SELECT MANIFEST-CHECK-REPORT ASSIGN TO
               'src/manifest-check-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG-FILE.
       01 JOB-LOG-REC.
           05 JB-PROGRAM-ID    PIC X(30).
           05 FILLER           PIC X(01).
           05 JB-EVENT         PIC X(05).
           05 FILLER           PIC X(01).
           05 JB-VERSION       PIC X(10).
           05 FILLER           PIC X(01).
           05 JB-ENVIRONMENT   PIC X(04).
           05 FILLER           PIC X(01).
           05 JB-BUSINESS-DATE PIC 9(08).
           05 FILLER           PIC X(01).
           05 JB-STAMP-DATE    PIC 9(08).
           05 FILLER           PIC X(01).
           05 JB-STAMP-TIME    PIC 9(08).
           05 FILLER           PIC X(01).
           05 JB-RETURN-CODE   PIC 9(04).

       FD MANIFEST-FILE.
       COPY 'src/DATA-MANIFEST.CPY'.

       FD MANIFEST-CHECK-REPORT.
       01 MANIFEST-CHECK-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-ALERT.CPY'.

       01 WS-FS-STATUS-JOBLOG   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MANIFEST PIC X(02) VALUE '00'.
       01 WS-JOBLOG-END         PIC X(01) VALUE 'N'.
       01 WS-MANIFEST-END       PIC X(01) VALUE 'N'.

      * the approved versions, the same ceiling MANIFEST-MAINTENANCE
      * holds
       01 WS-MF-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 300 TIMES.
               10 WS-MF-PROGRAM-ID  PIC X(30).
               10 WS-MF-ENVIRONMENT PIC X(04).
               10 WS-MF-VERSION     PIC X(10).
       01 WS-MF-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX  PIC 9(03) VALUE ZEROS.

      * one line per program, environment and version that ran
      * without approval; a stale build running every night shows
      * once with its run count rather than once a night
       01 WS-MM-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-MM-TABLE.
           05 WS-MM-ENTRY OCCURS 200 TIMES.
               10 WS-MM-PROGRAM-ID  PIC X(30).
               10 WS-MM-ENVIRONMENT PIC X(04).
               10 WS-MM-VERSION     PIC X(10).
               10 WS-MM-APPROVED    PIC X(10).
               10 WS-MM-REASON      PIC X(01).
                   88 WS-MM-NOT-ON-MANIFEST VALUE 'N'.
                   88 WS-MM-WRONG-VERSION   VALUE 'V'.
               10 WS-MM-RUNS        PIC 9(05).
               10 WS-MM-FIRST-DATE  PIC 9(08).
               10 WS-MM-LAST-DATE   PIC 9(08).
       01 WS-MM-IDX       PIC 9(03) VALUE ZEROS.
       01 WS-MM-FOUND-IDX PIC 9(03) VALUE ZEROS.
       01 WS-MM-OVERFLOW  PIC 9(05) VALUE ZEROS.

       01 WS-STARTS-CHECKED  PIC 9(07) VALUE ZEROS.
       01 WS-STARTS-APPROVED PIC 9(07) VALUE ZEROS.
       01 WS-PROD-MISMATCHES PIC 9(03) VALUE ZEROS.
       01 WS-TEST-MISMATCHES PIC 9(03) VALUE ZEROS.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE 'PROGRAM-ID'.
           05 FILLER PIC X(05) VALUE 'ENV'.
           05 FILLER PIC X(11) VALUE 'RAN'.
           05 FILLER PIC X(11) VALUE 'APPROVED'.
           05 FILLER PIC X(23) VALUE 'FINDING'.
           05 FILLER PIC X(06) VALUE ' RUNS'.
           05 FILLER PIC X(20) VALUE '  BUSINESS DATES'.

       01 WS-DETAIL-LINE.
           05 WD-PROGRAM-ID   PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WD-ENVIRONMENT  PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WD-VERSION      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WD-APPROVED     PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WD-FINDING      PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WD-RUNS         PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WD-FIRST-DATE   PIC 9(08).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 WD-LAST-DATE    PIC 9(08).

       01 WS-TOTAL-LINE.
           05 FILLER       PIC X(16) VALUE 'STARTS CHECKED: '.
           05 WT-CHECKED   PIC ZZZZZZ9.
           05 FILLER       PIC X(12) VALUE '  APPROVED: '.
           05 WT-APPROVED  PIC ZZZZZZ9.
           05 FILLER       PIC X(19) VALUE '  PROD MISMATCHES: '.
           05 WT-PROD      PIC ZZ9.
           05 FILLER       PIC X(19) VALUE '  TEST MISMATCHES: '.
           05 WT-TEST      PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0080-LOAD-MANIFEST
           OPEN OUTPUT MANIFEST-CHECK-REPORT
           MOVE SPACES TO MANIFEST-CHECK-LINE
           STRING 'RELEASE MANIFEST CHECK -- JOB LOG STARTS AGAINST '
               'APPROVED VERSIONS'
               DELIMITED BY SIZE INTO MANIFEST-CHECK-LINE
           WRITE MANIFEST-CHECK-LINE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               MOVE SPACES TO MANIFEST-CHECK-LINE
               STRING 'NO RELEASE MANIFEST ON FILE -- NOTHING IS '
                   'APPROVED TO RUN'
                   DELIMITED BY SIZE INTO MANIFEST-CHECK-LINE
               WRITE MANIFEST-CHECK-LINE
           END-IF
           MOVE SPACES TO MANIFEST-CHECK-LINE
           WRITE MANIFEST-CHECK-LINE
           WRITE MANIFEST-CHECK-LINE FROM WS-COLUMN-LINE

           PERFORM 0100-CHECK-JOB-LOG
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > WS-MM-COUNT
               PERFORM 0300-REPORT-MISMATCH
           END-PERFORM
           IF WS-MM-OVERFLOW > ZEROS
               MOVE SPACES TO MANIFEST-CHECK-LINE
               STRING 'MISMATCH TABLE FULL -- ' WS-MM-OVERFLOW
                   ' FURTHER UNAPPROVED STARTS NOT LISTED'
                   DELIMITED BY SIZE INTO MANIFEST-CHECK-LINE
               WRITE MANIFEST-CHECK-LINE
           END-IF

           MOVE SPACES TO MANIFEST-CHECK-LINE
           WRITE MANIFEST-CHECK-LINE
           MOVE WS-STARTS-CHECKED  TO WT-CHECKED
           MOVE WS-STARTS-APPROVED TO WT-APPROVED
           MOVE WS-PROD-MISMATCHES TO WT-PROD
           MOVE WS-TEST-MISMATCHES TO WT-TEST
           WRITE MANIFEST-CHECK-LINE FROM WS-TOTAL-LINE
           CLOSE MANIFEST-CHECK-REPORT

           EVALUATE TRUE
               WHEN WS-PROD-MISMATCHES > ZEROS
                   DISPLAY 'MANIFEST-CHECK: ' WS-PROD-MISMATCHES
                       ' UNAPPROVED PROGRAM VERSION(S) RAN IN PROD'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TEST-MISMATCHES > ZEROS
                   DISPLAY 'MANIFEST-CHECK: ' WS-TEST-MISMATCHES
                       ' UNAPPROVED PROGRAM VERSION(S) RAN IN TEST'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'MANIFEST-CHECK: EVERY START RAN AN '
                       'APPROVED VERSION'
           END-EVALUATE
           STOP RUN.

      * a missing manifest leaves the table empty, so every START on
      * the log reports as not on the manifest
       0080-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               DISPLAY 'NO RELEASE MANIFEST ON FILE, STATUS: '
                   WS-FS-STATUS-MANIFEST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANIFEST-END = 'S'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'S' TO WS-MANIFEST-END
                   NOT AT END
                       IF WS-MF-COUNT < 300
                               AND MF-PROGRAM-ID NOT = SPACES
                           ADD 1 TO WS-MF-COUNT
                           MOVE MF-PROGRAM-ID TO
                               WS-MF-PROGRAM-ID (WS-MF-COUNT)
                           MOVE MF-ENVIRONMENT TO
                               WS-MF-ENVIRONMENT (WS-MF-COUNT)
                           MOVE MF-VERSION TO
                               WS-MF-VERSION (WS-MF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       0100-CHECK-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE
           IF WS-FS-STATUS-JOBLOG NOT = '00'
               DISPLAY 'NO JOB LOG ON FILE, STATUS: '
                   WS-FS-STATUS-JOBLOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBLOG-END = 'S'
               READ JOB-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-JOBLOG-END
                   NOT AT END
                       IF JB-EVENT = 'START'
                           PERFORM 0200-CHECK-ONE-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-LOG-FILE.

       0200-CHECK-ONE-START.
           ADD 1 TO WS-STARTS-CHECKED
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-MF-IDX
           PERFORM UNTIL WS-MF-IDX = WS-MF-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-MF-IDX
               IF WS-MF-PROGRAM-ID (WS-MF-IDX) = JB-PROGRAM-ID
                       AND WS-MF-ENVIRONMENT (WS-MF-IDX) =
                           JB-ENVIRONMENT
                   MOVE WS-MF-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZEROS
               IF WS-MF-VERSION (WS-FOUND-IDX) = JB-VERSION
                   ADD 1 TO WS-STARTS-APPROVED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0250-RECORD-MISMATCH.

      * folds the START into its program/environment/version line,
      * opening one the first time that combination is seen
       0250-RECORD-MISMATCH.
           MOVE ZEROS TO WS-MM-FOUND-IDX
           MOVE ZEROS TO WS-MM-IDX
           PERFORM UNTIL WS-MM-IDX = WS-MM-COUNT
                   OR WS-MM-FOUND-IDX > ZEROS
               ADD 1 TO WS-MM-IDX
               IF WS-MM-PROGRAM-ID (WS-MM-IDX) = JB-PROGRAM-ID
                       AND WS-MM-ENVIRONMENT (WS-MM-IDX) =
                           JB-ENVIRONMENT
                       AND WS-MM-VERSION (WS-MM-IDX) = JB-VERSION
                   MOVE WS-MM-IDX TO WS-MM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-MM-FOUND-IDX = ZEROS
               IF WS-MM-COUNT >= 200
                   ADD 1 TO WS-MM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MM-COUNT
               MOVE WS-MM-COUNT TO WS-MM-FOUND-IDX
               MOVE JB-PROGRAM-ID TO WS-MM-PROGRAM-ID (WS-MM-COUNT)
               MOVE JB-ENVIRONMENT TO
                   WS-MM-ENVIRONMENT (WS-MM-COUNT)
               MOVE JB-VERSION TO WS-MM-VERSION (WS-MM-COUNT)
               MOVE ZEROS TO WS-MM-RUNS (WS-MM-COUNT)
               MOVE JB-BUSINESS-DATE TO
                   WS-MM-FIRST-DATE (WS-MM-COUNT)
               MOVE JB-BUSINESS-DATE TO
                   WS-MM-LAST-DATE (WS-MM-COUNT)
               IF WS-FOUND-IDX > ZEROS
                   MOVE 'V' TO WS-MM-REASON (WS-MM-COUNT)
                   MOVE WS-MF-VERSION (WS-FOUND-IDX) TO
                       WS-MM-APPROVED (WS-MM-COUNT)
               ELSE
                   MOVE 'N' TO WS-MM-REASON (WS-MM-COUNT)
                   MOVE SPACES TO WS-MM-APPROVED (WS-MM-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-MM-RUNS (WS-MM-FOUND-IDX)
           IF JB-BUSINESS-DATE < WS-MM-FIRST-DATE (WS-MM-FOUND-IDX)
               MOVE JB-BUSINESS-DATE TO
                   WS-MM-FIRST-DATE (WS-MM-FOUND-IDX)
           END-IF
           IF JB-BUSINESS-DATE > WS-MM-LAST-DATE (WS-MM-FOUND-IDX)
               MOVE JB-BUSINESS-DATE TO
                   WS-MM-LAST-DATE (WS-MM-FOUND-IDX)
           END-IF.

       0300-REPORT-MISMATCH.
           MOVE WS-MM-PROGRAM-ID (WS-MM-IDX)  TO WD-PROGRAM-ID
           MOVE WS-MM-ENVIRONMENT (WS-MM-IDX) TO WD-ENVIRONMENT
           MOVE WS-MM-VERSION (WS-MM-IDX)     TO WD-VERSION
           MOVE WS-MM-APPROVED (WS-MM-IDX)    TO WD-APPROVED
           IF WS-MM-NOT-ON-MANIFEST (WS-MM-IDX)
               MOVE 'NOT ON MANIFEST' TO WD-FINDING
           ELSE
               MOVE 'UNAPPROVED VERSION' TO WD-FINDING
           END-IF
           MOVE WS-MM-RUNS (WS-MM-IDX)       TO WD-RUNS
           MOVE WS-MM-FIRST-DATE (WS-MM-IDX) TO WD-FIRST-DATE
           MOVE WS-MM-LAST-DATE (WS-MM-IDX)  TO WD-LAST-DATE
           WRITE MANIFEST-CHECK-LINE FROM WS-DETAIL-LINE
           IF WS-MM-ENVIRONMENT (WS-MM-IDX) = 'PROD'
               ADD 1 TO WS-PROD-MISMATCHES
               PERFORM 0400-POST-PROD-ALERT
           ELSE
               ADD 1 TO WS-TEST-MISMATCHES
           END-IF.

      * PROD running a build nobody approved is a failure for the
      * morning digest, whichever way it is unapproved
       0400-POST-PROD-ALERT.
           MOVE SPACES TO ALERT-REC
           MOVE 'F' TO AL-SEVERITY
           MOVE 'MANIFEST-CHECK' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           IF WS-MM-NOT-ON-MANIFEST (WS-MM-IDX)
               STRING 'NOT ON PROD MANIFEST: ' DELIMITED BY SIZE
                   WS-MM-PROGRAM-ID (WS-MM-IDX) DELIMITED BY SPACE
                   ' ' WS-MM-VERSION (WS-MM-IDX) DELIMITED BY SIZE
                   INTO AL-MESSAGE
           ELSE
               STRING 'UNAPPROVED PROD VERSION: ' DELIMITED BY SIZE
                   WS-MM-PROGRAM-ID (WS-MM-IDX) DELIMITED BY SPACE
                   ' ' WS-MM-VERSION (WS-MM-IDX) DELIMITED BY SIZE
                   INTO AL-MESSAGE
           END-IF
           DISPLAY 'FAIL: ' AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.
