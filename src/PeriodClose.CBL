      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end period close. Once finance has signed a
      *          month off, this closes it on the period-close
      *          control file (DATA-PERIOD-CLOSE.CPY), and from then
      *          on every maintenance program refuses a transaction
      *          whose effective or business date falls in the month
      *          (through the shared PERIOD-CHECK subprogram). A
      *          month closes only when it has ended and
      *          BALANCE-REPORT came out clean -- its BREAKS posting
      *          on the control ledger zero -- for every business day
      *          in it; a day with breaks, or with no balance run at
      *          all, holds the close and is listed on the report.
      *          A closed month can be reopened only by a user
      *          holding the separate reopen authority, with a
      *          reason, and stays open to changes until it is
      *          closed again. The parm file says what this run does:
      *            C  close the month;
      *            R  reopen it.
      *          Every close and reopen, refused or done, lands on
      *          the shared audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-PARM-FILE ASSIGN TO
               'src/period-close-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO 'src/period-close.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERIOD.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO
               'src/control-ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LEDGER.
           SELECT PERIOD-CLOSE-REPORT ASSIGN TO
               'src/period-close-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: who may close (C) and who may
      * reopen (R) a period, master id PERD
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CLOSE-PARM-FILE.
       01 PERIOD-CLOSE-PARM-REC.
           05 PP-ACTION  PIC X(01).
           05 PP-COMMA-1 PIC X(01).
           05 PP-PERIOD  PIC 9(06).
           05 PP-COMMA-2 PIC X(01).
           05 PP-USER-ID PIC X(08).
           05 PP-COMMA-3 PIC X(01).
           05 PP-REASON  PIC X(30).

       FD PERIOD-CLOSE-FILE.
       COPY 'src/DATA-PERIOD-CLOSE.CPY'.

       FD CONTROL-LEDGER-FILE.
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

       FD PERIOD-CLOSE-REPORT.
       01 PERIOD-CLOSE-REPORT-LINE PIC X(80).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD SIGNON-PARM-FILE.
       01 SIGNON-PARM-REC.
           05 SO-USER-ID  PIC X(08).
           05 SO-COMMA    PIC X(01).
           05 SO-PASSWORD PIC X(12).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram
       COPY 'src/DATA-AUDIT.CPY'.

      * business-day test through the shared DATE-UTILS subprogram,
      * which honors the holiday calendar
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-PARM   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PERIOD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LEDGER PIC X(02) VALUE '00'.
       01 WS-PERIOD-END       PIC X(01) VALUE 'N'.
       01 WS-LEDGER-END       PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the control file held in storage while one month's line is
      * added or changed, then written back whole
       01 WS-PERIOD-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY PIC X(84) OCCURS 240 TIMES.
       01 WS-PERIOD-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-PERIOD-HIT   PIC 9(03) VALUE ZEROS.

      * the month's balance outcome, one slot per day: whether
      * BALANCE-REPORT posted for the day and its latest break count
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
               10 WS-DAY-POSTED PIC X(01).
               10 WS-DAY-BREAKS PIC 9(09).
       01 WS-DAY-DATE.
           05 WS-DAY-PERIOD PIC 9(06) VALUE ZEROS.
           05 WS-DAY-DD     PIC 9(02) VALUE ZEROS.
       01 WS-DAY-DATE-NUM REDEFINES WS-DAY-DATE PIC 9(08).
       01 WS-BUSINESS-DAYS PIC 9(02) VALUE ZEROS.
       01 WS-UNCLEAN-DAYS  PIC 9(02) VALUE ZEROS.

       01 WS-CLOSE-RC       PIC 9(04) VALUE ZEROS.
       01 WS-RESULT-MESSAGE PIC X(40) VALUE SPACES.
       01 WS-AUDIT-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME     PIC 9(08) VALUE ZEROS.
       01 WS-CLOSE-TIME     PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE PIC X(01).
           88 WS-ACTION-CLOSE  VALUE 'C'.
           88 WS-ACTION-REOPEN VALUE 'R'.

      * who keyed the run, and the authorization reference table; a
      * missing authority file means checking is not yet in force on
      * this box, which is announced once at startup
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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'PERD'.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: when sign-on is in force the parm's user must be
      * the signed-on user
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT PERIOD-CLOSE-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO PERIOD CLOSE PARM FILE, STATUS: '
                   WS-FS-STATUS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-CLOSE-PARM-FILE
               AT END
                   MOVE SPACES TO PERIOD-CLOSE-PARM-REC
           END-READ
           CLOSE PERIOD-CLOSE-PARM-FILE
           MOVE PP-ACTION TO WS-ACTION-CODE

           OPEN OUTPUT PERIOD-CLOSE-REPORT
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           STRING 'PERIOD CLOSE  BUSINESS DATE ' WS-BUSINESS-DATE
               '  ACTION ' PP-ACTION '  PERIOD ' PP-PERIOD
               '  USER ' PP-USER-ID
               DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE

           PERFORM 0070-CHECK-AUTHORITY
           EVALUATE TRUE
               WHEN WS-AUTH-OK = 'N'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'USER ' PP-USER-ID ' NOT AUTHORIZED FOR '
                       WS-ACTION-CODE
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN PP-PERIOD NOT NUMERIC
                       OR PP-PERIOD (5:2) < '01'
                       OR PP-PERIOD (5:2) > '12'
                   MOVE 'REFUSED, PERIOD MUST BE YYYYMM' TO
                       WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN WS-ACTION-CLOSE
                   PERFORM 0100-LOAD-PERIODS
                   PERFORM 1000-CLOSE-PERIOD
               WHEN WS-ACTION-REOPEN
                   PERFORM 0100-LOAD-PERIODS
                   PERFORM 2000-REOPEN-PERIOD
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
           END-EVALUATE

           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           STRING 'RESULT: ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           CLOSE PERIOD-CLOSE-REPORT
           DISPLAY 'PERIOD CLOSE: ' WS-RESULT-MESSAGE
           PERFORM 0800-WRITE-AUDIT-RECORD
           MOVE WS-CLOSE-RC TO RETURN-CODE
           STOP RUN.

      * closes the month once it has ended and every business day in
      * it balanced clean
       1000-CLOSE-PERIOD.
           IF PP-PERIOD NOT < WS-BUSINESS-DATE (1:6)
               MOVE 'CLOSE REFUSED, MONTH HAS NOT ENDED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-HIT > ZEROS
               MOVE WS-PERIOD-ENTRY (WS-PERIOD-HIT) TO
                   PERIOD-CLOSE-REC
               IF PC-CLOSED
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CLOSE REFUSED, ALREADY CLOSED BY '
                       PC-CLOSED-BY
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 1100-LOAD-BALANCE-DAYS
           MOVE PP-PERIOD TO WS-DAY-PERIOD
           PERFORM VARYING WS-DAY-DD FROM 1 BY 1
                   UNTIL WS-DAY-DD > 31
               PERFORM 1200-CHECK-ONE-DAY
           END-PERFORM
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           STRING 'BUSINESS DAYS ' WS-BUSINESS-DAYS
               '  NOT BALANCED CLEAN ' WS-UNCLEAN-DAYS
               DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           IF WS-UNCLEAN-DAYS > ZEROS
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CLOSE REFUSED, ' WS-UNCLEAN-DAYS
                   ' DAYS UNBALANCED'
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF

      * a month reopened earlier keeps the record of that reopen on
      * its line when it is closed again
           IF WS-PERIOD-HIT = ZEROS
               IF WS-PERIOD-COUNT >= 240
                   MOVE 'CLOSE REFUSED, PERIOD-CLOSE FILE IS FULL' TO
                       WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PERIOD-HIT
               MOVE SPACES TO PERIOD-CLOSE-REC
               MOVE PP-PERIOD TO PC-PERIOD
               MOVE ZEROS TO PC-REOPENED-DATE
           END-IF
           ACCEPT WS-CLOSE-TIME FROM TIME
           MOVE 'C' TO PC-STATUS
           MOVE PP-USER-ID TO PC-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO PC-CLOSED-DATE
           MOVE WS-CLOSE-TIME TO PC-CLOSED-TIME
           PERFORM 0450-PUNCTUATE-PERIOD
           MOVE PERIOD-CLOSE-REC TO WS-PERIOD-ENTRY (WS-PERIOD-HIT)
           PERFORM 0460-WRITE-PERIODS
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'PERIOD ' PP-PERIOD ' CLOSED'
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * the latest BREAKS posting BALANCE-REPORT made for each day of
      * the month
       1100-LOAD-BALANCE-DAYS.
           MOVE ZEROS TO WS-BUSINESS-DAYS
           MOVE ZEROS TO WS-UNCLEAN-DAYS
           PERFORM VARYING WS-DAY-DD FROM 1 BY 1
                   UNTIL WS-DAY-DD > 31
               MOVE 'N' TO WS-DAY-POSTED (WS-DAY-DD)
               MOVE ZEROS TO WS-DAY-BREAKS (WS-DAY-DD)
           END-PERFORM
           OPEN INPUT CONTROL-LEDGER-FILE
           IF WS-FS-STATUS-LEDGER NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-END = 'S'
               READ CONTROL-LEDGER-FILE
                   AT END
                       MOVE 'S' TO WS-LEDGER-END
                   NOT AT END
                       IF LG-BUSINESS-DATE (1:6) = PP-PERIOD
                               AND LG-STEP-NAME = 'BALANCE-REPORT'
                               AND LG-COUNTER-NAME = 'BREAKS'
                           MOVE LG-BUSINESS-DATE (7:2) TO WS-DAY-DD
                           IF WS-DAY-DD > ZEROS AND WS-DAY-DD < 32
                               MOVE 'Y' TO WS-DAY-POSTED (WS-DAY-DD)
                               MOVE LG-COUNTER-VALUE TO
                                   WS-DAY-BREAKS (WS-DAY-DD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE.

      * one calendar day of the month: skipped when the month has no
      * such day or it is not a business day, otherwise reported as
      * clean, out of balance, or never balanced
       1200-CHECK-ONE-DAY.
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-DAY-DATE-NUM TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ISBD' TO DU-FUNCTION
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUSINESS-DAYS
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-DAY-POSTED (WS-DAY-DD) = 'N'
                   ADD 1 TO WS-UNCLEAN-DAYS
                   STRING WS-DAY-DATE-NUM '  NO BALANCE REPORT RUN'
                       DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
               WHEN WS-DAY-BREAKS (WS-DAY-DD) > ZEROS
                   ADD 1 TO WS-UNCLEAN-DAYS
                   STRING WS-DAY-DATE-NUM '  OUT OF BALANCE, '
                       WS-DAY-BREAKS (WS-DAY-DD) ' BREAKS'
                       DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
               WHEN OTHER
                   STRING WS-DAY-DATE-NUM '  BALANCED CLEAN'
                       DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
           END-EVALUATE
           WRITE PERIOD-CLOSE-REPORT-LINE.

      * reopens a closed month under the separate reopen authority;
      * the reason is required and stays on the month's line
       2000-REOPEN-PERIOD.
           IF WS-PERIOD-HIT = ZEROS
               MOVE 'REOPEN REFUSED, PERIOD NOT CLOSED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-ENTRY (WS-PERIOD-HIT) TO PERIOD-CLOSE-REC
           IF NOT PC-CLOSED
               MOVE 'REOPEN REFUSED, PERIOD NOT CLOSED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           IF PP-REASON = SPACES
               MOVE 'REOPEN REFUSED, A REASON IS REQUIRED' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PC-STATUS
           MOVE PP-USER-ID TO PC-REOPENED-BY
           MOVE WS-BUSINESS-DATE TO PC-REOPENED-DATE
           MOVE PP-REASON TO PC-REOPEN-REASON
           PERFORM 0450-PUNCTUATE-PERIOD
           MOVE PERIOD-CLOSE-REC TO WS-PERIOD-ENTRY (WS-PERIOD-HIT)
           PERFORM 0460-WRITE-PERIODS
           MOVE SPACES TO PERIOD-CLOSE-REPORT-LINE
           STRING 'REOPENED FOR: ' PP-REASON
               DELIMITED BY SIZE INTO PERIOD-CLOSE-REPORT-LINE
           WRITE PERIOD-CLOSE-REPORT-LINE
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'PERIOD ' PP-PERIOD ' REOPENED'
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * loads the control file and notes the parm month's line
       0100-LOAD-PERIODS.
           MOVE ZEROS TO WS-PERIOD-COUNT
           MOVE ZEROS TO WS-PERIOD-HIT
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-FS-STATUS-PERIOD NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-END = 'S'
               READ PERIOD-CLOSE-FILE
                   AT END
                       MOVE 'S' TO WS-PERIOD-END
                   NOT AT END
                       IF WS-PERIOD-COUNT >= 240
                           DISPLAY 'RUN STOPPED: PERIOD-CLOSE FILE '
                               'EXCEEDS THE 240-ENTRY TABLE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PERIOD-CLOSE-REC TO
                           WS-PERIOD-ENTRY (WS-PERIOD-COUNT)
                       IF PC-PERIOD = PP-PERIOD
                           MOVE WS-PERIOD-COUNT TO WS-PERIOD-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CLOSE-FILE.

       0450-PUNCTUATE-PERIOD.
           MOVE ',' TO PC-COMMA-1
           MOVE ',' TO PC-COMMA-2
           MOVE ',' TO PC-COMMA-3
           MOVE ',' TO PC-COMMA-4
           MOVE ',' TO PC-COMMA-5
           MOVE ',' TO PC-COMMA-6
           MOVE ',' TO PC-COMMA-7.

       0460-WRITE-PERIODS.
           OPEN OUTPUT PERIOD-CLOSE-FILE
           IF WS-FS-STATUS-PERIOD NOT = '00'
               DISPLAY 'ERROR WRITING PERIOD-CLOSE FILE, STATUS: '
                   WS-FS-STATUS-PERIOD
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ENTRY (WS-PERIOD-IDX) TO PERIOD-CLOSE-REC
               WRITE PERIOD-CLOSE-REC
           END-PERFORM
           CLOSE PERIOD-CLOSE-FILE.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO
                           WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * appends one entry to the shared audit trail for this run
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'PERIOD-CLOSE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING PP-ACTION ' PERIOD ' PP-PERIOD
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE PP-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

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

      * proves the operator keying this run is who the parm says,
      * through the shared USER-SIGNON subprogram
       0062-VERIFY-SIGNON.
           MOVE SPACES TO SN-USER-ID
           MOVE SPACES TO SN-PASSWORD
           OPEN INPUT SIGNON-PARM-FILE
           IF WS-FS-STATUS-SIGNON = '00'
               READ SIGNON-PARM-FILE
                   NOT AT END
                       MOVE SO-USER-ID TO SN-USER-ID
                       MOVE SO-PASSWORD TO SN-PASSWORD
               END-READ
               CLOSE SIGNON-PARM-FILE
           END-IF
           MOVE 'PERIOD-CLOSE' TO SN-PROGRAM
           CALL 'USER-SIGNON' USING SIGNON-REQUEST
           IF SN-IN-FORCE = 'N'
               DISPLAY 'NO CREDENTIALS FILE -- SIGN-ON NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNON-IN-FORCE
           IF SN-RESULT NOT = 'Y'
               DISPLAY 'SIGN-ON REFUSED: ' SN-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * answers whether the parm's user may close or reopen; both
      * are controlled, and by separate authority letters
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND PP-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = PP-USER-ID
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
