      *          but proven here before anything downstream starts.
      *          Leftover checkpoints from a prior abend are warned
      *          about so a surprise resume is never a surprise.
      *          The branches that sent batches are then checked
      *          against the branch schedule master: an expected
      *          branch with no batch, or a batch from a branch not
      *          expected tonight, is warned and alerted, and a
      *          branch that has missed its limit of consecutive
      *          expected nights fails the pre-flight.
      *          A failed pre-flight ends with return code 8, which
      *          stops the night at step one; warnings end with 4.
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-WRCP.

      * which branches are expected to transmit on which weekdays;
      * business-day rules from DATE-UTILS decide whether tonight is
      * a transmitting night at all
           SELECT BRANCH-SCHEDULE-FILE ASSIGN TO
               'src/branch-schedule-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SCHED.

      * each scheduled branch's run of consecutive missed nights,
      * carried from night to night and rewritten on every check
           SELECT BRANCH-MISS-FILE ASSIGN TO
               DYNAMIC WS-BRANCH-MISS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-MISS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           05 WCP-LAST-CODE PIC 9(06).
           05 FILLER        PIC X(22).

      * BS-DAYS holds one Y/N per weekday, MON through SUN;
      * BS-MISS-LIMIT is how many consecutive expected nights the
      * branch may miss before the pre-flight fails (zero takes the
      * default)
       FD BRANCH-SCHEDULE-FILE.
       01 BRANCH-SCHEDULE-REC.
           05 BS-BRANCH     PIC X(03).
           05 BS-COMMA-1    PIC X(01).
           05 BS-DAYS       PIC X(07).
           05 BS-COMMA-2    PIC X(01).
           05 BS-MISS-LIMIT PIC 9(02).

       FD BRANCH-MISS-FILE.
       01 BRANCH-MISS-REC.
           05 BM-BRANCH     PIC X(03).
           05 BM-COMMA-1    PIC X(01).
           05 BM-MISS-COUNT PIC 9(03).
           05 BM-COMMA-2    PIC X(01).
           05 BM-LAST-DATE  PIC 9(08).

       WORKING-STORAGE SECTION.

      * request area for the shared DATE-UTILS subprogram, used on
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-SYSTEM-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-RC-PRESENT       PIC X(01) VALUE 'N'.
       01 WS-RC-CYCLE-NUMBER  PIC 9(02) VALUE ZEROS.

      * structure walk over the transmission: detail and batch
      * counters reset per header, reconciled at each trailer
       01 WS-BATCH-DETAILS       PIC 9(07) VALUE ZEROS.
       01 WS-BATCH-CONTROL-ACCUM PIC 9(12) VALUE ZEROS.

      * operator alerts for the branch calendar check, posted to the
      * shared queue ALERT-DIGEST prints in the morning
       COPY 'src/DATA-ALERT.CPY'.

      * the branches whose headers appeared in tonight's transmission
       01 WS-SENT-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-SENT-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-SENT-TABLE.
           05 WS-SENT-BRANCH PIC X(03) OCCURS 200 TIMES.

      * the branch schedule master, loaded once
       01 WS-FS-STATUS-SCHED PIC X(02) VALUE '00'.
       01 WS-SCHED-END       PIC X(01) VALUE 'N'.
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZEROS.
       01 WS-SCHED-IDX       PIC 9(03) VALUE ZEROS.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 200 TIMES.
               10 WS-SCHED-BRANCH     PIC X(03).
               10 WS-SCHED-DAYS       PIC X(07).
               10 WS-SCHED-MISS-LIMIT PIC 9(02).
               10 WS-SCHED-MISSES     PIC 9(03).
               10 WS-SCHED-LAST-DATE  PIC 9(08).
       01 WS-DEFAULT-MISS-LIMIT PIC 9(02) VALUE 3.

       01 WS-FS-STATUS-MISS PIC X(02) VALUE '00'.
       01 WS-MISS-END       PIC X(01) VALUE 'N'.
       01 WS-BRANCH-MISS-FILE-NAME PIC X(60) VALUE
           'src/branch-miss-history.txt'.

      * tonight's weekday position in BS-DAYS and whether tonight is a
      * business day at all
       01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-SLOT  PIC 9(01) VALUE ZEROS.
       01 WS-DAY-IDX   PIC 9(01) VALUE ZEROS.
       01 WS-TONIGHT-BUSINESS PIC X(01) VALUE 'N'.
       01 WS-BRANCH-EXPECTED  PIC X(01) VALUE 'N'.
       01 WS-BRANCH-SENT      PIC X(01) VALUE 'N'.
       01 WS-MISS-LIMIT       PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'PRE-FLIGHT CHECK STARTING'
           PERFORM 0170-RESOLVE-ENV-PATHS
           PERFORM 0200-CHECK-INPUT-STRUCTURE
           PERFORM 0500-CHECK-LEFTOVER-CHECKPOINTS
           PERFORM 0600-CHECK-BRANCH-CALENDAR
           DISPLAY 'PRE-FLIGHT: ' WS-FAIL-COUNT ' FAILURE(S), '
               WS-WARN-COUNT ' WARNING(S)'
           EVALUATE TRUE
      * the run control must exist, carry a real calendar date, and
      * carry tonight's date -- a stale date means the roll was
      * forgotten, which 0062-GUARD-STALE-FILE would otherwise only
      * catch after READ-FILES has already started. The night must
      * also run as the nightly cycle: a run control still naming an
      * intraday cycle would have READ-FILES stage to that cycle's
      * file and WRITE-FILES skip the full rebuild.
       0100-CHECK-RUN-CONTROL.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
                   MOVE 'Y' TO WS-RC-PRESENT
                   MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
                   MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                   IF RC-CYCLE-NUMBER IS NUMERIC
                       MOVE RC-CYCLE-NUMBER TO WS-RC-CYCLE-NUMBER
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF WS-RC-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-CYCLE-NUMBER NOT = ZEROS
               DISPLAY 'FAIL: RUN-CONTROL STILL NAMES INTRADAY CYCLE '
                   WS-RC-CYCLE-NUMBER ' -- RESET IT TO 00 FOR THE '
                   'NIGHT'
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE WS-PATH-WORK TO WS-READ-CP-FILE-NAME
           MOVE WS-WRITE-CP-FILE-NAME TO WS-PATH-WORK
           PERFORM 0180-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-WRITE-CP-FILE-NAME
           MOVE WS-BRANCH-MISS-FILE-NAME TO WS-PATH-WORK
           PERFORM 0180-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-BRANCH-MISS-FILE-NAME.

       0180-APPLY-ENV-TO-PATH.
           IF WS-PATH-WORK (1:4) = 'src/' AND WS-ENV-DIR NOT = 'src/'
           MOVE 'N' TO WS-TRAILER-SEEN
           ADD 1 TO WS-BATCH-COUNT
           MOVE HDR-BRANCH-CODE TO WS-BATCH-BRANCH
           IF WS-SENT-COUNT < 200
               ADD 1 TO WS-SENT-COUNT
               MOVE HDR-BRANCH-CODE TO WS-SENT-BRANCH (WS-SENT-COUNT)
           END-IF
           MOVE ZEROS TO WS-BATCH-DETAILS
           MOVE ZEROS TO WS-BATCH-CONTROL-ACCUM
           IF HDR-EXPECTED-COUNT IS NUMERIC
               END-READ
               CLOSE WRITE-CHECKPOINT-FILE
           END-IF.

      * the expected-branch calendar: every branch the schedule master
      * expects tonight must have sent a batch, and every batch must
      * come from a branch expected tonight. A branch's consecutive
      * misses are carried in the miss history; a re-run of the
      * pre-flight on the same night does not count the miss twice.
      * No schedule master means no calendar is kept yet, and the
      * check is skipped.
       0600-CHECK-BRANCH-CALENDAR.
           IF WS-RC-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0610-LOAD-BRANCH-SCHEDULE
           IF WS-FS-STATUS-SCHED NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0620-LOAD-MISS-HISTORY
           MOVE 'ISBD' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-VALID-FLAG TO WS-TONIGHT-BUSINESS
           MOVE 'DOW' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE ZEROS TO WS-DAY-SLOT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF WS-DAY-NAMES ((WS-DAY-IDX - 1) * 3 + 1:3) =
                       DU-DAY-OF-WEEK
                   MOVE WS-DAY-IDX TO WS-DAY-SLOT
               END-IF
           END-PERFORM
           IF WS-TONIGHT-BUSINESS NOT = 'Y'
               DISPLAY 'BRANCH CALENDAR: ' WS-BUSINESS-DATE
                   ' IS NOT A BUSINESS DAY -- NO BRANCH EXPECTED'
           END-IF
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               PERFORM 0630-CHECK-ONE-SCHEDULED-BRANCH
           END-PERFORM
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               PERFORM 0640-CHECK-ONE-SENT-BRANCH
           END-PERFORM
           PERFORM 0650-SAVE-MISS-HISTORY.

       0610-LOAD-BRANCH-SCHEDULE.
           OPEN INPUT BRANCH-SCHEDULE-FILE
           IF WS-FS-STATUS-SCHED NOT = '00'
               DISPLAY 'NOTE: NO BRANCH SCHEDULE MASTER, STATUS: '
                   WS-FS-STATUS-SCHED ' -- BRANCH CALENDAR NOT CHECKED'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-END = 'S'
               READ BRANCH-SCHEDULE-FILE
                   AT END
                       MOVE 'S' TO WS-SCHED-END
                   NOT AT END
                       IF WS-SCHED-COUNT < 200
                               AND BS-BRANCH NOT = SPACES
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE BS-BRANCH TO
                               WS-SCHED-BRANCH (WS-SCHED-COUNT)
                           MOVE BS-DAYS TO
                               WS-SCHED-DAYS (WS-SCHED-COUNT)
                           IF BS-MISS-LIMIT IS NUMERIC
                                   AND BS-MISS-LIMIT > ZEROS
                               MOVE BS-MISS-LIMIT TO
                                   WS-SCHED-MISS-LIMIT (WS-SCHED-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-MISS-LIMIT TO
                                   WS-SCHED-MISS-LIMIT (WS-SCHED-COUNT)
                           END-IF
                           MOVE ZEROS TO
                               WS-SCHED-MISSES (WS-SCHED-COUNT)
                           MOVE ZEROS TO
                               WS-SCHED-LAST-DATE (WS-SCHED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-SCHEDULE-FILE.

      * history for a branch no longer on the schedule is dropped on
      * the next rewrite
       0620-LOAD-MISS-HISTORY.
           OPEN INPUT BRANCH-MISS-FILE
           IF WS-FS-STATUS-MISS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MISS-END = 'S'
               READ BRANCH-MISS-FILE
                   AT END
                       MOVE 'S' TO WS-MISS-END
                   NOT AT END
                       PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                           IF WS-SCHED-BRANCH (WS-SCHED-IDX) =
                                   BM-BRANCH
                                   AND BM-MISS-COUNT IS NUMERIC
                                   AND BM-LAST-DATE IS NUMERIC
                               MOVE BM-MISS-COUNT TO
                                   WS-SCHED-MISSES (WS-SCHED-IDX)
                               MOVE BM-LAST-DATE TO
                                   WS-SCHED-LAST-DATE (WS-SCHED-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BRANCH-MISS-FILE.

       0630-CHECK-ONE-SCHEDULED-BRANCH.
           MOVE 'N' TO WS-BRANCH-EXPECTED
           IF WS-TONIGHT-BUSINESS = 'Y' AND WS-DAY-SLOT > ZEROS
               IF WS-SCHED-DAYS (WS-SCHED-IDX) (WS-DAY-SLOT:1) = 'Y'
                   MOVE 'Y' TO WS-BRANCH-EXPECTED
               END-IF
           END-IF
           IF WS-BRANCH-EXPECTED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BRANCH-SENT
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-BRANCH (WS-SENT-IDX) =
                       WS-SCHED-BRANCH (WS-SCHED-IDX)
                   MOVE 'Y' TO WS-BRANCH-SENT
               END-IF
           END-PERFORM
           IF WS-BRANCH-SENT = 'Y'
               MOVE ZEROS TO WS-SCHED-MISSES (WS-SCHED-IDX)
               MOVE WS-BUSINESS-DATE TO
                   WS-SCHED-LAST-DATE (WS-SCHED-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-LAST-DATE (WS-SCHED-IDX) NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-SCHED-MISSES (WS-SCHED-IDX)
               MOVE WS-BUSINESS-DATE TO
                   WS-SCHED-LAST-DATE (WS-SCHED-IDX)
           END-IF
           MOVE WS-SCHED-MISS-LIMIT (WS-SCHED-IDX) TO WS-MISS-LIMIT
           MOVE SPACES TO ALERT-REC
           MOVE 'PREFLIGHT-CHECK' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           IF WS-SCHED-MISSES (WS-SCHED-IDX) >= WS-MISS-LIMIT
               DISPLAY 'FAIL: BRANCH ' WS-SCHED-BRANCH (WS-SCHED-IDX)
                   ' EXPECTED TONIGHT, NO BATCH -- '
                   WS-SCHED-MISSES (WS-SCHED-IDX)
                   ' CONSECUTIVE MISSES, LIMIT ' WS-MISS-LIMIT
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'F' TO AL-SEVERITY
           ELSE
               DISPLAY 'WARN: BRANCH ' WS-SCHED-BRANCH (WS-SCHED-IDX)
                   ' EXPECTED TONIGHT, NO BATCH -- MISS '
                   WS-SCHED-MISSES (WS-SCHED-IDX)
                   ' OF LIMIT ' WS-MISS-LIMIT
               ADD 1 TO WS-WARN-COUNT
               MOVE 'W' TO AL-SEVERITY
           END-IF
           STRING 'BRANCH ' WS-SCHED-BRANCH (WS-SCHED-IDX)
               ' SENT NO BATCH, CONSECUTIVE MISSES '
               WS-SCHED-MISSES (WS-SCHED-IDX)
               DELIMITED BY SIZE INTO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0640-CHECK-ONE-SENT-BRANCH.
           MOVE 'N' TO WS-BRANCH-EXPECTED
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-BRANCH (WS-SCHED-IDX) =
                       WS-SENT-BRANCH (WS-SENT-IDX)
                       AND WS-TONIGHT-BUSINESS = 'Y'
                       AND WS-DAY-SLOT > ZEROS
                   IF WS-SCHED-DAYS (WS-SCHED-IDX) (WS-DAY-SLOT:1) =
                           'Y'
                       MOVE 'Y' TO WS-BRANCH-EXPECTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BRANCH-EXPECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'WARN: BATCH FROM BRANCH '
               WS-SENT-BRANCH (WS-SENT-IDX) ' NOT EXPECTED TONIGHT'
           ADD 1 TO WS-WARN-COUNT
           MOVE SPACES TO ALERT-REC
           MOVE 'W' TO AL-SEVERITY
           MOVE 'PREFLIGHT-CHECK' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           STRING 'BATCH FROM BRANCH ' WS-SENT-BRANCH (WS-SENT-IDX)
               ' NOT EXPECTED ON ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0650-SAVE-MISS-HISTORY.
           OPEN OUTPUT BRANCH-MISS-FILE
           IF WS-FS-STATUS-MISS NOT = '00'
               DISPLAY 'WARN: CANNOT REWRITE BRANCH MISS HISTORY, '
                   'STATUS: ' WS-FS-STATUS-MISS
               ADD 1 TO WS-WARN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               MOVE WS-SCHED-BRANCH (WS-SCHED-IDX) TO BM-BRANCH
               MOVE ',' TO BM-COMMA-1
               MOVE WS-SCHED-MISSES (WS-SCHED-IDX) TO BM-MISS-COUNT
               MOVE ',' TO BM-COMMA-2
               MOVE WS-SCHED-LAST-DATE (WS-SCHED-IDX) TO BM-LAST-DATE
               WRITE BRANCH-MISS-REC
           END-PERFORM
           CLOSE BRANCH-MISS-FILE.
