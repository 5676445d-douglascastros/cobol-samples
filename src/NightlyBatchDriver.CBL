      * frequency evaluated against the business date and an
      * elapsed-time budget in minutes, so the night's work is
      * reshaped without recompiling this driver; a missing schedule
      * file falls back to the compiled-in defaults. Two trailing
      * columns say how each step stands toward the night's input
      * transmission: its input class (W for the arrival watch, R
      * for a step that needs the register input, blank for one
      * that does not) and, on the watch's own line, what a late
      * transmission does to the night (S stops it, P runs only the
      * steps that do not need the input; blank is S). Up to four
      * more columns name the step's predecessors by step name: a
      * failure then skips only the steps downstream of it, directly
      * or through another skipped step, and the rest of the night
      * runs. A line whose first predecessor column is blank depends
      * on the step scheduled just ahead of it, so a schedule written
      * before the columns existed still stops at its first failure;
      * NONE there marks a step that depends on nothing
           SELECT SCHEDULE-FILE ASSIGN TO 'src/batch-schedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SCHEDULE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FORCE.

      * the recovery runbook kept by RUNBOOK-MAINTENANCE: what the
      * on-call operator does when a step fails with a given return
      * code, and who to call; printed under every failed step
           SELECT RUNBOOK-FILE ASSIGN TO 'src/batch-runbook.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RUNBOOK.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-REPORT-FILE.
           05 SC-FREQUENCY  PIC X(07).
           05 SC-COMMA-5    PIC X(01).
           05 SC-BUDGET-MINS PIC 9(03).
           05 SC-COMMA-6    PIC X(01).
           05 SC-INPUT-CLASS PIC X(01).
           05 SC-COMMA-7    PIC X(01).
           05 SC-LATE-ACTION PIC X(01).
           05 SC-COMMA-8    PIC X(01).
           05 SC-PREDECESSOR OCCURS 4 TIMES.
               10 SC-PRED-NAME  PIC X(30).
               10 SC-PRED-COMMA PIC X(01).

       FD RUNBOOK-FILE.
       COPY 'src/DATA-RUNBOOK.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-REPORT   PIC X(02) VALUE '00'.
      * driver's "validate" stage is folded into those two steps
      * rather than being a program of its own
       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT PIC 9(02) VALUE 30.
           05 WS-STEP-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-STEP-COUNT
                   INDEXED BY WS-STEP-IDX.
               10 WS-STEP-NAME       PIC X(30).
               10 WS-STEP-RESULT     PIC X(04) VALUE SPACES.
               10 WS-STEP-BUDGET-MINS PIC 9(03) VALUE ZEROS.
               10 WS-STEP-ELAPSED    PIC 9(07) VALUE ZEROS.
               10 WS-STEP-INPUT-CLASS PIC X(01) VALUE SPACES.
               10 WS-STEP-PRED-COUNT  PIC 9(01) VALUE ZEROS.
               10 WS-STEP-PRED        PIC 9(02) OCCURS 4 TIMES.
               10 WS-STEP-BLOCKS      PIC X(01) VALUE 'N'.
               10 WS-STEP-CAUSE-IDX   PIC 9(02) VALUE ZEROS.

      * OCCURS items cannot each carry their own VALUE clause, so the
      * step list is laid out as individual FILLER groups and
      * WS-DAYS-IN-MONTH-TABLE in VariablesHierarchy.CBL
      * the third byte per step says whether a completed-with-
      * warnings result (RC 4) may continue the night: the two
      * register-building steps and the fan-out that cuts the
      * register's work files may, since their warnings are
      * reported and reconciled downstream, and the report step has
      * nothing after it to protect. The fourth byte is the step's
      * input class: W for the arrival watch at the head of the
      * input, R for the steps that read tonight's transmission or
      * what it builds (the pre-flight, the register build and its
      * reports, and the balance report that foots them), N for the
      * master, customer, billing and academic streams that run
      * just as well without it. The last six bytes are up to three
      * predecessor steps by position in this list (00 for none): a
      * step whose predecessor fails is skipped, and so is everything
      * downstream of it, while the unrelated streams -- the city
      * master, customer, billing and academic work -- run on
      * the pre-batch backup set heads the night: every step that
      * reads or changes a master follows it, so the set is taken
      * before anything has touched them, and a night whose set is
      * incomplete runs none of them
       01 WS-DEFAULT-STEPS-TABLE.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'PRE-BATCH BACKUP SET'.
               10 FILLER PIC X(40) VALUE './MasterBackupSet'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '000000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'INPUT ARRIVAL WATCH'.
               10 FILLER PIC X(40) VALUE './ArrivalWatch'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(01) VALUE 'W'.
               10 FILLER PIC X(06) VALUE '000000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'PRE-FLIGHT CHECK'.
               10 FILLER PIC X(40) VALUE './PreflightCheck'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '020000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'MASTER FILE VERIFY'.
               10 FILLER PIC X(40) VALUE './MasterVerify'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '010000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'THRESHOLD FILE VALIDATION'.
               10 FILLER PIC X(40) VALUE './ThresholdValidator'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '010000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY MASTER HEALTH CHECK'.
               10 FILLER PIC X(40) VALUE './CityMasterHealthCheck'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '010000'.
      * the edit pass over the maintenance transaction files runs
      * ahead of the first maintenance program: a file it holds back
      * is refused by that program's own gate, so the edit warns
      * and the night goes on
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'TRANSACTION EDIT'.
               10 FILLER PIC X(40) VALUE './TransactionEdit'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '000000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY MASTER MAINTENANCE'.
               10 FILLER PIC X(40) VALUE './CityMasterMaintenance'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '060700'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY LOOKUP EXTRACT'.
               10 FILLER PIC X(40) VALUE './CityLookupExtract'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '080000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY NORM INDEX BUILD'.
               10 FILLER PIC X(40) VALUE './CityNormIndexBuild'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '080000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'READ AND VALIDATE INPUT'.
               10 FILLER PIC X(40) VALUE './ReadFiles'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '030000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'WRITE AND ENRICH OUTPUT'.
               10 FILLER PIC X(40) VALUE './WriteFiles'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '110910'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'REGISTER FAN-OUT'.
               10 FILLER PIC X(40) VALUE './RegisterFanOut'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '120000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CITY CONTROL-BREAK REPORT'.
               10 FILLER PIC X(40) VALUE './CityControlBreakReport'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '130000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'REFERENTIAL INTEGRITY SWEEP'.
               10 FILLER PIC X(40) VALUE './ReferentialSweep'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '130000'.
      * the customer stream after the sweep: the postal service's
      * change-of-address feed applied, probable duplicates reported
      * nightly, then the letter queue the day's closures,
      * reinstatements, merges and moves fed is drained into print
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CHANGE OF ADDRESS APPLY'.
               10 FILLER PIC X(40) VALUE './ChangeOfAddressApply'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '041000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'DUPLICATE HOUSEHOLD REPORT'.
               10 FILLER PIC X(40) VALUE './DuplicateHouseholdReport'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '040000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CUSTOMER LETTERS'.
               10 FILLER PIC X(40) VALUE './CustomerLetters'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '160000'.

      * billing: the day's charges and payments posted to the account
      * ledger, then the statement run, which only cuts statements
      * on the month's last business day and otherwise ends clean
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'BILLING POST'.
               10 FILLER PIC X(40) VALUE './BillingPost'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '040000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'BILLING STATEMENTS'.
               10 FILLER PIC X(40) VALUE './BillingStatements'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '190000'.

      * the academic stream: standing re-stamped nightly off the
      * transcript, then lapsed incompletes auto-converted -- the
               10 FILLER PIC X(30) VALUE 'ACADEMIC STANDING'.
               10 FILLER PIC X(40) VALUE './AcademicStanding'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '040000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'INCOMPLETE GRADE CHECK'.
               10 FILLER PIC X(40) VALUE './IncompleteCheck'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '210000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'NIGHTLY BALANCE REPORT'.
               10 FILLER PIC X(40) VALUE './BalanceReport'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '131900'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'CONTROL FILE DRIFT CHECK'.
               10 FILLER PIC X(40) VALUE './ControlFileDrift'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '000000'.
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'REPORT GENERATION KEEPER'.
               10 FILLER PIC X(40) VALUE './ReportGenerationKeeper'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '000000'.

      * access hygiene: any user id whose employee has left and that
      * can still sign on or still holds authority
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'TERMINATED ACCESS CHECK'.
               10 FILLER PIC X(40) VALUE './TerminatedAccessCheck'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '000000'.

      * the morning's delivery packages, assembled from the
      * generations the keeper has just cataloged
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'REPORT DISTRIBUTION'.
               10 FILLER PIC X(40) VALUE './ReportDistribution'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '250000'.

      * the night's random sample of new and changed register
      * records, drawn for the clerks' review once the register
      * has been written
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'REGISTER QUALITY SAMPLE'.
               10 FILLER PIC X(40) VALUE './RegisterQualitySample'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'R'.
               10 FILLER PIC X(06) VALUE '120000'.

      * the web portal's copy of the households, sent as JSON once
      * the day's maintenance and address changes have posted
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'PORTAL HOUSEHOLD EXPORT'.
               10 FILLER PIC X(40) VALUE './HouseholdJsonExport'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '160000'.

      * the term's tuition off the transcript, the day's tuition
      * payments, and the past-due holds TRANSCRIPT-REQUESTS honors
           05 FILLER.
               10 FILLER PIC X(30) VALUE 'TUITION BILLING'.
               10 FILLER PIC X(40) VALUE './TuitionBilling'.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC X(06) VALUE '040000'.
       01 WS-DEFAULT-STEPS REDEFINES WS-DEFAULT-STEPS-TABLE.
           05 WS-DEFAULT-STEP OCCURS 30 TIMES.
               10 WS-DEFAULT-STEP-NAME    PIC X(30).
               10 WS-DEFAULT-STEP-COMMAND PIC X(40).
               10 WS-DEFAULT-STEP-WARN    PIC X(01).
               10 WS-DEFAULT-STEP-INPUT   PIC X(01).
               10 WS-DEFAULT-STEP-PRED    PIC 9(02) OCCURS 3 TIMES.

      * what a transmission that misses the arrival watch's cut-off
      * does to the night: S stops it at the watch like any failed
      * step, P carries on with every step whose input class is not
      * R, each of those reported SKIP so the morning rerun (which
      * resumes from the restart file) picks up exactly the register
      * work once the file has landed
       01 WS-LATE-INPUT-ACTION PIC X(01) VALUE 'S'.
       01 WS-INPUT-LATE        PIC X(01) VALUE 'N'.

      * CALL 'SYSTEM' hands back the raw wait status, which carries
      * the program's exit code in its high byte -- a step ending
       01 WS-WARNED-STEPS  PIC 9(02) VALUE ZEROS.
       01 WS-NIGHT-STOPPED PIC X(01) VALUE 'N'.

      * dependency state: a step that fails, or warns where warnings
      * may not continue, blocks the steps that name it as a
      * predecessor; each step skipped for it carries the position
      * of the step whose failure started the skip, so the summary
      * names the real cause rather than the nearest skipped step
       01 WS-SKIPPED-STEPS PIC 9(02) VALUE ZEROS.
       01 WS-STOP-CAUSE-IDX PIC 9(02) VALUE ZEROS.
       01 WS-PRED-IDX      PIC 9(02) VALUE ZEROS.
       01 WS-PRED-SLOT     PIC 9(01) VALUE ZEROS.
       01 WS-PRED-FOUND    PIC 9(02) VALUE ZEROS.
       01 WS-BLOCKING-PRED PIC 9(02) VALUE ZEROS.
       01 WS-SKIP-IDX      PIC 9(02) VALUE ZEROS.
       01 WS-CAUSE-IDX     PIC 9(02) VALUE ZEROS.

      * per-step elapsed-time budget, in minutes, from the schedule's
      * budget column (zero means unbudgeted); a step running past its
      * budget is flagged on the report and the night finishes with
       01 WS-PRIOR-COUNT       PIC 9(02) VALUE ZEROS.
       01 WS-PRIOR-IDX         PIC 9(02) VALUE ZEROS.
       01 WS-PRIOR-RESULT-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 40 TIMES.
               10 WS-PRIOR-STEP-NAME PIC X(30).
               10 WS-PRIOR-RESULT    PIC X(04).
       01 WS-PRIOR-MATCH       PIC X(04) VALUE SPACES.
      * posted to the shared queue ALERT-DIGEST prints each morning
       COPY 'src/DATA-ALERT.CPY'.

      * the recovery runbook held in storage for the night, and the
      * entry found for the failed step: its own return code first,
      * the step's ANY entry when it has none for that code
       01 WS-FS-STATUS-RUNBOOK PIC X(02) VALUE '00'.
       01 WS-RUNBOOK-END       PIC X(01) VALUE 'N'.
       01 WS-RB-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 300 TIMES.
               10 WS-RB-STEP-NAME   PIC X(30).
               10 WS-RB-RETURN-CODE PIC X(03).
               10 WS-RB-LINE-NO     PIC 9(02).
               10 WS-RB-TEXT        PIC X(60).
       01 WS-RB-IDX       PIC 9(03) VALUE ZEROS.
       01 WS-RB-RC-DIGITS PIC 9(03) VALUE ZEROS.
       01 WS-RB-KEY       PIC X(03) VALUE SPACES.
       01 WS-RB-LINES     PIC 9(03) VALUE ZEROS.
       01 WS-RB-ALERTED   PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           PERFORM 0100-LOAD-STEP-TABLE
           PERFORM 0110-LOAD-RESTART-STATE
           PERFORM 0065-LOAD-RUNBOOK

           OPEN OUTPUT BATCH-REPORT-FILE
           IF WS-FS-STATUS-REPORT NOT = '00'
           PERFORM 0200-RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           PERFORM 0300-REPORT-SKIPPED-STEPS

           CLOSE BATCH-REPORT-FILE

      * no restart state; clearing it keeps tomorrow's run from
      * resuming a night that actually finished
           IF WS-FAILED-STEPS = ZEROS AND WS-NIGHT-STOPPED = 'N'
                   AND WS-SKIPPED-STEPS = ZEROS
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
           END-IF
                   MOVE 'FRI' TO WS-DAY-OF-WEEK
           END-EVALUATE.

      * the runbook loads once for the night; an absent runbook is an
      * empty one, and each failed step then says it has no entry
       0065-LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF WS-FS-STATUS-RUNBOOK NOT = '00'
               DISPLAY 'NO BATCH RUNBOOK ON FILE, STATUS: '
                   WS-FS-STATUS-RUNBOOK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUNBOOK-END = 'S'
               READ RUNBOOK-FILE
                   AT END
                       MOVE 'S' TO WS-RUNBOOK-END
                   NOT AT END
                       IF WS-RB-COUNT < 300
                               AND RB-LINE-NO IS NUMERIC
                           ADD 1 TO WS-RB-COUNT
                           MOVE RB-STEP-NAME TO
                               WS-RB-STEP-NAME (WS-RB-COUNT)
                           MOVE RB-RETURN-CODE TO
                               WS-RB-RETURN-CODE (WS-RB-COUNT)
                           MOVE RB-LINE-NO TO
                               WS-RB-LINE-NO (WS-RB-COUNT)
                           MOVE RB-TEXT TO
                               WS-RB-TEXT (WS-RB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE.

      * loads the night's step table from the schedule control file,
      * keeping only steps that are enabled and due tonight; when no
      * schedule file exists the compiled-in default list stands, so
                       WS-STEP-COMMAND (WS-STEP-IDX)
                   MOVE WS-DEFAULT-STEP-WARN (WS-STEP-IDX) TO
                       WS-STEP-ALLOW-WARN (WS-STEP-IDX)
                   MOVE WS-DEFAULT-STEP-INPUT (WS-STEP-IDX) TO
                       WS-STEP-INPUT-CLASS (WS-STEP-IDX)
                   PERFORM 0105-LOAD-DEFAULT-PREDECESSORS
               END-PERFORM
           ELSE
               MOVE ZEROS TO WS-STEP-COUNT
                   ' STEP(S) DUE TONIGHT'
           END-IF.

      * the compiled-in positions are trusted as written: every one
      * names a step ahead of the step that depends on it
       0105-LOAD-DEFAULT-PREDECESSORS.
           MOVE ZEROS TO WS-STEP-PRED-COUNT (WS-STEP-IDX)
           MOVE 'N' TO WS-STEP-BLOCKS (WS-STEP-IDX)
           MOVE ZEROS TO WS-STEP-CAUSE-IDX (WS-STEP-IDX)
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 3
               IF WS-DEFAULT-STEP-PRED (WS-STEP-IDX, WS-PRED-SLOT)
                       > ZEROS
                   ADD 1 TO WS-STEP-PRED-COUNT (WS-STEP-IDX)
                   MOVE WS-DEFAULT-STEP-PRED (WS-STEP-IDX,
                           WS-PRED-SLOT)
                       TO WS-STEP-PRED (WS-STEP-IDX,
                           WS-STEP-PRED-COUNT (WS-STEP-IDX))
               END-IF
           END-PERFORM.

       0150-LOAD-ONE-SCHEDULE-STEP.
           IF SC-ENABLED NOT = 'Y'
               DISPLAY 'STEP DISABLED: ' SC-STEP-NAME
                   ' (' SC-FREQUENCY ')'
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= 40
               DISPLAY 'SCHEDULE HAS MORE THAN 40 DUE STEPS -- '
                   SC-STEP-NAME ' NOT RUN'
               EXIT PARAGRAPH
           END-IF
           MOVE SC-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE SC-COMMAND TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE SC-ALLOW-WARN TO WS-STEP-ALLOW-WARN (WS-STEP-COUNT)
           MOVE SC-INPUT-CLASS TO WS-STEP-INPUT-CLASS (WS-STEP-COUNT)
           IF SC-INPUT-CLASS = 'W' AND SC-LATE-ACTION = 'P'
               MOVE 'P' TO WS-LATE-INPUT-ACTION
           END-IF
           IF SC-BUDGET-MINS IS NUMERIC
               MOVE SC-BUDGET-MINS TO
                   WS-STEP-BUDGET-MINS (WS-STEP-COUNT)
           ELSE
               MOVE ZEROS TO WS-STEP-BUDGET-MINS (WS-STEP-COUNT)
           END-IF
           PERFORM 0170-RESOLVE-PREDECESSORS.

      * each named predecessor is looked up among the steps already
      * loaded for tonight. One that is not due or not enabled
      * tonight, or is scheduled after the step that names it and so
      * cannot have run first, constrains nothing and is reported. A
      * blank first column chains the step to the one loaded just
      * ahead of it
       0170-RESOLVE-PREDECESSORS.
           MOVE ZEROS TO WS-STEP-PRED-COUNT (WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-BLOCKS (WS-STEP-COUNT)
           MOVE ZEROS TO WS-STEP-CAUSE-IDX (WS-STEP-COUNT)
           IF SC-PRED-NAME (1) = SPACES
               IF WS-STEP-COUNT > 1
                   MOVE 1 TO WS-STEP-PRED-COUNT (WS-STEP-COUNT)
                   COMPUTE WS-STEP-PRED (WS-STEP-COUNT, 1) =
                       WS-STEP-COUNT - 1
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SC-PRED-NAME (1) = 'NONE'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > 4
               IF SC-PRED-NAME (WS-PRED-SLOT) NOT = SPACES
                   PERFORM 0175-FIND-PREDECESSOR
               END-IF
           END-PERFORM.

       0175-FIND-PREDECESSOR.
           MOVE ZEROS TO WS-PRED-FOUND
           MOVE ZEROS TO WS-PRED-IDX
           PERFORM UNTIL WS-PRED-IDX >= WS-STEP-COUNT - 1
                   OR WS-PRED-FOUND > ZEROS
               ADD 1 TO WS-PRED-IDX
               IF WS-STEP-NAME (WS-PRED-IDX) =
                       SC-PRED-NAME (WS-PRED-SLOT)
                   MOVE WS-PRED-IDX TO WS-PRED-FOUND
               END-IF
           END-PERFORM
           IF WS-PRED-FOUND > ZEROS
               ADD 1 TO WS-STEP-PRED-COUNT (WS-STEP-COUNT)
               MOVE WS-PRED-FOUND TO WS-STEP-PRED (WS-STEP-COUNT,
                   WS-STEP-PRED-COUNT (WS-STEP-COUNT))
           ELSE
               DISPLAY 'PREDECESSOR ' SC-PRED-NAME (WS-PRED-SLOT)
                   ' OF ' SC-STEP-NAME
                   ' IS NOT SCHEDULED AHEAD OF IT TONIGHT -- IGNORED'
           END-IF.

      * decides whether this invocation resumes a prior incomplete
                   AT END
                       MOVE 'S' TO WS-RESTART-END
                   NOT AT END
                       IF WS-PRIOR-COUNT < 40
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE NR-STEP-NAME TO
                               WS-PRIOR-STEP-NAME (WS-PRIOR-COUNT)
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-RESUME-MODE = 'Y'
               DISPLAY 'PRIOR NIGHT INCOMPLETE -- RE-RUNNING ONLY '
                   'THE STEPS THAT DID NOT PASS'
           END-IF.

      * looks tonight's step up in the prior night's results; only

      * runs one step's compiled program and grades its RETURN-CODE
      * by the standard convention: 0 is PASS, 4 is completed-with-
      * warnings (WARN), 8 and above is FAIL. A FAIL blocks the steps
      * downstream of it; a WARN blocks them too unless the step's
      * allow-warn flag says warnings may continue. A blocked step is
      * reported as SKIP with the failure that caused it, and the
      * steps that do not depend on the failure run on.
       0200-RUN-STEP.
           IF WS-RESUME-MODE = 'Y' AND WS-NIGHT-STOPPED = 'N'
               PERFORM 0120-FIND-PRIOR-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NIGHT-STOPPED = 'N'
               PERFORM 0210-CHECK-PREDECESSORS
               IF WS-BLOCKING-PRED > ZEROS
                   MOVE 'SKIP' TO WS-STEP-RESULT (WS-STEP-IDX)
                   MOVE ZEROS TO WS-STEP-RC (WS-STEP-IDX)
                   MOVE 'Y' TO WS-STEP-BLOCKS (WS-STEP-IDX)
                   MOVE WS-STEP-CAUSE-IDX (WS-BLOCKING-PRED) TO
                       WS-STEP-CAUSE-IDX (WS-STEP-IDX)
                   ADD 1 TO WS-SKIPPED-STEPS
                   DISPLAY 'SKIPPING STEP (PREDECESSOR '
                       WS-STEP-NAME (WS-BLOCKING-PRED) ' '
                       WS-STEP-RESULT (WS-BLOCKING-PRED) '): '
                       WS-STEP-NAME (WS-STEP-IDX)
                   PERFORM 0130-SAVE-RESTART-STATE
                   PERFORM 0290-REPORT-STEP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-INPUT-LATE = 'Y' AND WS-NIGHT-STOPPED = 'N'
                   AND WS-STEP-INPUT-CLASS (WS-STEP-IDX) = 'R'
               MOVE 'SKIP' TO WS-STEP-RESULT (WS-STEP-IDX)
               MOVE ZEROS TO WS-STEP-RC (WS-STEP-IDX)
               MOVE WS-STOP-CAUSE-IDX TO
                   WS-STEP-CAUSE-IDX (WS-STEP-IDX)
               ADD 1 TO WS-SKIPPED-STEPS
               DISPLAY 'SKIPPING STEP (INPUT LATE): '
                   WS-STEP-NAME (WS-STEP-IDX)
               PERFORM 0130-SAVE-RESTART-STATE
               PERFORM 0290-REPORT-STEP
               EXIT PARAGRAPH
           END-IF
           IF WS-NIGHT-STOPPED = 'Y'
               MOVE 'SKIP' TO WS-STEP-RESULT (WS-STEP-IDX)
               MOVE ZEROS TO WS-STEP-RC (WS-STEP-IDX)
               MOVE 'Y' TO WS-STEP-BLOCKS (WS-STEP-IDX)
               MOVE WS-STOP-CAUSE-IDX TO
                   WS-STEP-CAUSE-IDX (WS-STEP-IDX)
               ADD 1 TO WS-SKIPPED-STEPS
               DISPLAY 'SKIPPING STEP: ' WS-STEP-NAME (WS-STEP-IDX)
           ELSE
               DISPLAY 'RUNNING STEP: ' WS-STEP-NAME (WS-STEP-IDX)
                       MOVE 'WARN' TO WS-STEP-RESULT (WS-STEP-IDX)
                       ADD 1 TO WS-WARNED-STEPS
                       IF WS-STEP-ALLOW-WARN (WS-STEP-IDX) NOT = 'Y'
                           PERFORM 0220-BLOCK-DEPENDENTS
                           DISPLAY '  WARNINGS MAY NOT CONTINUE '
                               'THIS STEP -- DEPENDENT STEPS SKIPPED'
                       END-IF
                   WHEN OTHER
                       MOVE 'FAIL' TO WS-STEP-RESULT (WS-STEP-IDX)
                       ADD 1 TO WS-FAILED-STEPS
                       PERFORM 0220-BLOCK-DEPENDENTS
               END-EVALUATE
               DISPLAY '  RESULT: ' WS-STEP-RESULT (WS-STEP-IDX)
                   ' (RC=' WS-STEP-RC (WS-STEP-IDX) ')'
                       OR WS-STEP-RESULT (WS-STEP-IDX) = 'WARN'
                   PERFORM 0260-POST-STEP-ALERT
               END-IF
               IF WS-STEP-RESULT (WS-STEP-IDX) = 'FAIL'
                       AND WS-STEP-INPUT-CLASS (WS-STEP-IDX) = 'W'
                   IF WS-LATE-INPUT-ACTION = 'P'
                       PERFORM 0270-CONTINUE-WITHOUT-INPUT
                   ELSE
                       MOVE 'Y' TO WS-NIGHT-STOPPED
                       MOVE WS-STEP-IDX TO WS-STOP-CAUSE-IDX
                   END-IF
               END-IF
               PERFORM 0130-SAVE-RESTART-STATE
           END-IF
           PERFORM 0290-REPORT-STEP.

      * the step is blocked when any predecessor failed, warned where
      * warnings may not continue, or was itself skipped for one of
      * those; the first such predecessor is the one reported
       0210-CHECK-PREDECESSORS.
           MOVE ZEROS TO WS-BLOCKING-PRED
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
                   UNTIL WS-PRED-SLOT > WS-STEP-PRED-COUNT (WS-STEP-IDX)
                   OR WS-BLOCKING-PRED > ZEROS
               MOVE WS-STEP-PRED (WS-STEP-IDX, WS-PRED-SLOT) TO
                   WS-PRED-IDX
               IF WS-STEP-BLOCKS (WS-PRED-IDX) = 'Y'
                   MOVE WS-PRED-IDX TO WS-BLOCKING-PRED
               END-IF
           END-PERFORM.

       0220-BLOCK-DEPENDENTS.
           MOVE 'Y' TO WS-STEP-BLOCKS (WS-STEP-IDX)
           MOVE WS-STEP-IDX TO WS-STEP-CAUSE-IDX (WS-STEP-IDX).

      * grades the step's wall time against its schedule budget: the
      * elapsed seconds come from the wall stamps either side of the
      * CALL (one midnight crossing carried), and a step past its
               DELIMITED BY SIZE INTO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

      * the transmission missed its cut-off and the schedule says the
      * night goes on without it: the watch stays a FAIL (so the
      * night still ends with return code 8 and the restart file
      * sends the morning rerun back to it), but it blocks nothing:
      * the input class already says which steps need the file, and
      * every register step from here on is skipped instead
       0270-CONTINUE-WITHOUT-INPUT.
           MOVE 'N' TO WS-NIGHT-STOPPED
           MOVE 'Y' TO WS-INPUT-LATE
           MOVE 'N' TO WS-STEP-BLOCKS (WS-STEP-IDX)
           MOVE WS-STEP-IDX TO WS-STOP-CAUSE-IDX
           DISPLAY '  INPUT LATE -- RUNNING THE STEPS THAT DO NOT '
               'NEED IT'
           MOVE SPACES TO ALERT-REC
           MOVE 'W' TO AL-SEVERITY
           MOVE 'NIGHTLY-BATCH-DRIVER' TO AL-SOURCE
           MOVE 'INPUT LATE: REGISTER STEPS SKIPPED, OTHER STREAMS RUN'
               TO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0290-REPORT-STEP.
           MOVE SPACES TO BATCH-REPORT-LINE
           STRING WS-STEP-NAME (WS-STEP-IDX) ' - '
               WS-STEP-RESULT (WS-STEP-IDX) ' (RC='
               WS-STEP-RC (WS-STEP-IDX) ')'
               DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           WRITE BATCH-REPORT-LINE
           IF WS-STEP-RESULT (WS-STEP-IDX) = 'FAIL'
               PERFORM 0295-PRINT-RUNBOOK
           END-IF
           IF WS-STEP-RESULT (WS-STEP-IDX) = 'SKIP'
                   AND WS-STEP-CAUSE-IDX (WS-STEP-IDX) > ZEROS
               MOVE WS-STEP-CAUSE-IDX (WS-STEP-IDX) TO WS-CAUSE-IDX
               MOVE SPACES TO BATCH-REPORT-LINE
               STRING '    SKIPPED BECAUSE ' DELIMITED BY SIZE
                   WS-STEP-NAME (WS-CAUSE-IDX) DELIMITED BY '  '
                   ' ' WS-STEP-RESULT (WS-CAUSE-IDX)
                   DELIMITED BY SIZE INTO BATCH-REPORT-LINE
               WRITE BATCH-REPORT-LINE
           END-IF
           IF WS-STEP-INPUT-CLASS (WS-STEP-IDX) = 'W'
                   AND WS-INPUT-LATE = 'Y'
               MOVE '*** INPUT LATE: REGISTER STEPS SKIPPED TONIGHT'
                   TO BATCH-REPORT-LINE
               WRITE BATCH-REPORT-LINE
           END-IF.

      * prints the failed step's runbook entry under its result line
      * -- the instructions in line order, then the escalation
      * contact -- and queues the first instruction as a failure
      * alert, so the operator paged at 3 a.m. reads what to do next
      * instead of working it out; a failure with no entry says so
      * on the report and the queue, which is itself a gap to close
       0295-PRINT-RUNBOOK.
           IF WS-STEP-RC (WS-STEP-IDX) > 999
               MOVE 999 TO WS-RB-RC-DIGITS
           ELSE
               MOVE WS-STEP-RC (WS-STEP-IDX) TO WS-RB-RC-DIGITS
           END-IF
           MOVE WS-RB-RC-DIGITS TO WS-RB-KEY
           PERFORM 0296-COUNT-RUNBOOK-LINES
           IF WS-RB-LINES = ZEROS
               MOVE 'ANY' TO WS-RB-KEY
               PERFORM 0296-COUNT-RUNBOOK-LINES
           END-IF
           MOVE SPACES TO ALERT-REC
           MOVE 'F' TO AL-SEVERITY
           MOVE 'NIGHTLY-BATCH-DRIVER' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           IF WS-RB-LINES = ZEROS
               MOVE '    NO RUNBOOK ENTRY FOR THIS STEP AND RETURN CODE'
                   TO BATCH-REPORT-LINE
               WRITE BATCH-REPORT-LINE
               STRING 'NO RUNBOOK ENTRY: ' DELIMITED BY SIZE
                   WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY '  '
                   ' RC ' WS-RB-RC-DIGITS
                   DELIMITED BY SIZE INTO AL-MESSAGE
               CALL 'ALERT-WRITER' USING ALERT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BATCH-REPORT-LINE
           IF WS-RB-KEY = 'ANY'
               STRING '    RUNBOOK (ANY RETURN CODE):'
                   DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           ELSE
               STRING '    RUNBOOK (RETURN CODE ' WS-RB-KEY '):'
                   DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           END-IF
           WRITE BATCH-REPORT-LINE
           MOVE 'N' TO WS-RB-ALERTED
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-STEP-NAME (WS-RB-IDX) =
                       WS-STEP-NAME (WS-STEP-IDX)
                       AND WS-RB-RETURN-CODE (WS-RB-IDX) = WS-RB-KEY
                       AND WS-RB-LINE-NO (WS-RB-IDX) > ZEROS
                   PERFORM 0297-PRINT-RUNBOOK-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-STEP-NAME (WS-RB-IDX) =
                       WS-STEP-NAME (WS-STEP-IDX)
                       AND WS-RB-RETURN-CODE (WS-RB-IDX) = WS-RB-KEY
                       AND WS-RB-LINE-NO (WS-RB-IDX) = ZEROS
                   MOVE SPACES TO BATCH-REPORT-LINE
                   STRING '    ESCALATE TO: ' WS-RB-TEXT (WS-RB-IDX)
                       DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                   WRITE BATCH-REPORT-LINE
                   IF WS-RB-ALERTED = 'N'
                       MOVE 'Y' TO WS-RB-ALERTED
                       STRING WS-STEP-NAME (WS-STEP-IDX)
                           DELIMITED BY '  '
                           ': ESCALATE TO ' WS-RB-TEXT (WS-RB-IDX)
                           DELIMITED BY SIZE INTO AL-MESSAGE
                   END-IF
               END-IF
           END-PERFORM
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0296-COUNT-RUNBOOK-LINES.
           MOVE ZEROS TO WS-RB-LINES
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-STEP-NAME (WS-RB-IDX) =
                       WS-STEP-NAME (WS-STEP-IDX)
                       AND WS-RB-RETURN-CODE (WS-RB-IDX) = WS-RB-KEY
                   ADD 1 TO WS-RB-LINES
               END-IF
           END-PERFORM.

      * the runbook is kept in line order, so the first instruction
      * met is the one that goes on the alert queue
       0297-PRINT-RUNBOOK-LINE.
           MOVE SPACES TO BATCH-REPORT-LINE
           STRING '      ' WS-RB-TEXT (WS-RB-IDX)
               DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           WRITE BATCH-REPORT-LINE
           IF WS-RB-ALERTED = 'N'
               MOVE 'Y' TO WS-RB-ALERTED
               DISPLAY '  RUNBOOK: ' WS-RB-TEXT (WS-RB-IDX)
               STRING WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY '  '
                   ': ' WS-RB-TEXT (WS-RB-IDX)
                   DELIMITED BY SIZE INTO AL-MESSAGE
           END-IF.

      * closes the summary with every step skipped tonight beside the
      * failure that caused it, so the morning reads the whole damage
      * in one place; the restart file already holds these steps
      * short of PASS, so the rerun picks up exactly this branch
       0300-REPORT-SKIPPED-STEPS.
           IF WS-SKIPPED-STEPS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BATCH-REPORT-LINE
           WRITE BATCH-REPORT-LINE
           MOVE 'STEPS SKIPPED TONIGHT AND THE FAILURE BEHIND EACH'
               TO BATCH-REPORT-LINE
           WRITE BATCH-REPORT-LINE
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-STEP-COUNT
               IF WS-STEP-RESULT (WS-SKIP-IDX) = 'SKIP'
                   PERFORM 0310-REPORT-ONE-SKIP
               END-IF
           END-PERFORM.

       0310-REPORT-ONE-SKIP.
           MOVE SPACES TO BATCH-REPORT-LINE
           MOVE WS-STEP-CAUSE-IDX (WS-SKIP-IDX) TO WS-CAUSE-IDX
           IF WS-CAUSE-IDX = ZEROS
               STRING '  ' WS-STEP-NAME (WS-SKIP-IDX)
                   DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WS-STEP-NAME (WS-SKIP-IDX) DELIMITED BY '  '
                   ' <- ' DELIMITED BY SIZE
                   WS-STEP-NAME (WS-CAUSE-IDX) DELIMITED BY '  '
                   ' ' WS-STEP-RESULT (WS-CAUSE-IDX) ' (RC='
                   WS-STEP-RC (WS-CAUSE-IDX) ')'
                   DELIMITED BY SIZE INTO BATCH-REPORT-LINE
           END-IF
           WRITE BATCH-REPORT-LINE.
