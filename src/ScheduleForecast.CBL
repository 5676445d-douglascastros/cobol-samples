      ******************************************************************
      * Author:
      * Date:
      * Purpose: forecasts what NIGHTLY-BATCH-DRIVER will run on every
      *          date of a range, so operations can plan holiday
      *          coverage and catch a schedule mistake before it
      *          bites. Each schedule line's frequency is judged
      *          against each date by the driver's own rules -- DAILY,
      *          a weekday name, MON-FRI, MEND (last calendar day),
      *          BD1 (first weekday of the month), FIRSTBD and LASTBD
      *          (first and last business day with the holiday
      *          calendar consulted through DATE-UTILS) -- and every
      *          date is listed with its day, whether it is a business
      *          day, and the steps due. A date whose due steps'
      *          elapsed-time budgets add up to more than the batch
      *          window is flagged, and so is every enabled step that
      *          never comes due in the range or carries a frequency
      *          the driver does not know. The range and the window
      *          come from an optional parm file; without one the
      *          forecast covers the 31 days from the business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the same schedule file the driver loads each night
           SELECT SCHEDULE-FILE ASSIGN TO 'src/batch-schedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SCHEDULE.

      * optional: first and last date to forecast (YYYYMMDD) and the
      * batch window in minutes
           SELECT FORECAST-PARM-FILE ASSIGN TO
               'src/schedule-forecast-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

           SELECT FORECAST-REPORT-FILE ASSIGN TO
               'src/schedule-forecast-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SC-STEP-NAME  PIC X(30).
           05 SC-COMMA-1    PIC X(01).
           05 SC-COMMAND    PIC X(40).
           05 SC-COMMA-2    PIC X(01).
           05 SC-ENABLED    PIC X(01).
           05 SC-COMMA-3    PIC X(01).
           05 SC-ALLOW-WARN PIC X(01).
           05 SC-COMMA-4    PIC X(01).
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

       FD FORECAST-PARM-FILE.
       01 FORECAST-PARM-REC.
           05 FP-FROM-DATE   PIC 9(08).
           05 FP-COMMA-1     PIC X(01).
           05 FP-TO-DATE     PIC 9(08).
           05 FP-COMMA-2     PIC X(01).
           05 FP-WINDOW-MINS PIC 9(04).

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-SCHEDULE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-SCHEDULE-END       PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the range defaults to the business date and the thirty days
      * after it; a longer range than a year is cut to a year
       01 WS-FROM-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-TO-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-WINDOW-MINS   PIC 9(04) VALUE 360.
       01 WS-DEFAULT-DAYS  PIC 9(03) VALUE 30.
       01 WS-MAX-DAYS      PIC 9(03) VALUE 366.
       01 WS-DATE-COUNT    PIC 9(03) VALUE ZEROS.

       01 WS-FORECAST-DATE PIC 9(08) VALUE ZEROS.
       01 WS-FORECAST-DATE-R REDEFINES WS-FORECAST-DATE.
           05 WS-FC-YEAR-MONTH PIC 9(06).
           05 WS-FC-DAY        PIC 9(02).
       01 WS-DAY-OF-WEEK   PIC X(03) VALUE SPACES.
       01 WS-BUSINESS-DAY  PIC X(01) VALUE 'N'.

      * the month edges the frequencies are judged against, derived
      * again whenever the forecast crosses into a new month
       01 WS-EDGE-MONTH    PIC 9(06) VALUE ZEROS.
       01 WS-PROBE-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-PROBE-DATE-R REDEFINES WS-PROBE-DATE.
           05 WS-PROBE-YEAR-MONTH PIC 9(06).
           05 WS-PROBE-DAY        PIC 9(02).
       01 WS-LAST-DAY      PIC 9(02) VALUE ZEROS.
       01 WS-FIRST-BUS-DAY PIC 9(02) VALUE ZEROS.
       01 WS-FIRSTBD-DATE  PIC 9(08) VALUE ZEROS.
       01 WS-LASTBD-DATE   PIC 9(08) VALUE ZEROS.

      * every schedule line: enabled steps are forecast, disabled ones
      * are listed once at the end
       01 WS-STEP-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-ST-NAME      PIC X(30).
               10 WS-ST-ENABLED   PIC X(01).
               10 WS-ST-FREQUENCY PIC X(07).
               10 WS-ST-BUDGET    PIC 9(03).
               10 WS-ST-KNOWN     PIC X(01).
               10 WS-ST-DUE-DATES PIC 9(03).
       01 WS-STEP-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-STEP-DUE   PIC X(01) VALUE 'N'.

       01 WS-DATE-STEPS      PIC 9(02) VALUE ZEROS.
       01 WS-DATE-BUDGET     PIC 9(05) VALUE ZEROS.
       01 WS-DATE-UNBUDGETED PIC 9(02) VALUE ZEROS.
       01 WS-OVER-WINDOW-DATES PIC 9(03) VALUE ZEROS.
       01 WS-NEVER-DUE-STEPS   PIC 9(02) VALUE ZEROS.
       01 WS-UNKNOWN-FREQ-STEPS PIC 9(02) VALUE ZEROS.
       01 WS-DISABLED-STEPS    PIC 9(02) VALUE ZEROS.
       01 WS-BUSINESS-DATES    PIC 9(03) VALUE ZEROS.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(26) VALUE 'BATCH SCHEDULE FORECAST - '.
           05 WT-FROM-DATE   PIC 9(08).
           05 FILLER PIC X(04) VALUE ' TO '.
           05 WT-TO-DATE     PIC 9(08).
           05 FILLER PIC X(17) VALUE '   BATCH WINDOW: '.
           05 WT-WINDOW-MINS PIC ZZZ9.
           05 FILLER PIC X(04) VALUE ' MIN'.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(05) VALUE 'DAY'.
           05 FILLER PIC X(10) VALUE 'BUSINESS'.
           05 FILLER PIC X(07) VALUE '  STEPS'.
           05 FILLER PIC X(12) VALUE '  BUDGET MIN'.

       01 WS-DATE-LINE.
           05 WD-DATE      PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-DAY       PIC X(03).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-BUSINESS  PIC X(08).
           05 WD-STEPS     PIC ZZZZZZ9.
           05 WD-BUDGET    PIC ZZZZZZZZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-FLAG      PIC X(36).

       01 WS-STEP-LINE.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WS-SL-NAME   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WS-SL-FREQ   PIC X(07).
           05 WS-SL-BUDGET PIC ZZZZ9.
           05 FILLER       PIC X(04) VALUE ' MIN'.

       01 WS-FLAG-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-FL-NAME   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WS-FL-FREQ   PIC X(07).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-FL-TEXT   PIC X(38).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-PARM
           PERFORM 0100-LOAD-SCHEDULE
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-FROM-DATE TO WT-FROM-DATE
           MOVE WS-TO-DATE TO WT-TO-DATE
           MOVE WS-WINDOW-MINS TO WT-WINDOW-MINS
           WRITE FORECAST-REPORT-LINE FROM WS-TITLE-LINE
           IF WS-FS-STATUS-SCHEDULE NOT = '00'
               MOVE
                  'NO SCHEDULE FILE -- THE DRIVER RUNS ITS COMPILED-IN'
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               MOVE 'DEFAULT STEPS EVERY NIGHT' TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               CLOSE FORECAST-REPORT-FILE
               DISPLAY 'NO SCHEDULE FILE -- NOTHING TO FORECAST'
               STOP RUN
           END-IF
           WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-LINE

           MOVE WS-FROM-DATE TO WS-FORECAST-DATE
           PERFORM UNTIL WS-FORECAST-DATE > WS-TO-DATE
               PERFORM 0200-FORECAST-ONE-DATE
               MOVE 'ADDC' TO DU-FUNCTION
               MOVE WS-FORECAST-DATE TO DU-DATE-1
               MOVE 1 TO DU-DAYS
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DATE-OUT TO WS-FORECAST-DATE
           END-PERFORM

           PERFORM 0500-REPORT-STEP-FLAGS
           CLOSE FORECAST-REPORT-FILE
           DISPLAY 'Dates forecast:            ' WS-DATE-COUNT
           DISPLAY 'Business dates:            ' WS-BUSINESS-DATES
           DISPLAY 'Dates over the window:     ' WS-OVER-WINDOW-DATES
           DISPLAY 'Steps never due in range:  ' WS-NEVER-DUE-STEPS
           DISPLAY 'Steps with unknown freq:   ' WS-UNKNOWN-FREQ-STEPS
           IF WS-OVER-WINDOW-DATES > ZEROS
                   OR WS-NEVER-DUE-STEPS > ZEROS
                   OR WS-UNKNOWN-FREQ-STEPS > ZEROS
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
           END-IF.

      * a date in the parm that is not a real date, or a range that
      * runs backward, leaves the default range in force; a window
      * of zero or one that is not numeric leaves the default window
       0060-LOAD-PARM.
           MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           MOVE ZEROS TO WS-TO-DATE
           OPEN INPUT FORECAST-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ FORECAST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0070-TAKE-PARM-RANGE
               END-READ
               CLOSE FORECAST-PARM-FILE
           END-IF
           IF WS-TO-DATE = ZEROS
               MOVE 'ADDC' TO DU-FUNCTION
               MOVE WS-FROM-DATE TO DU-DATE-1
               MOVE WS-DEFAULT-DAYS TO DU-DAYS
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               MOVE DU-DATE-OUT TO WS-TO-DATE
           END-IF
           MOVE 'ADDC' TO DU-FUNCTION
           MOVE WS-FROM-DATE TO DU-DATE-1
           COMPUTE DU-DAYS = WS-MAX-DAYS - 1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF WS-TO-DATE > DU-DATE-OUT
               DISPLAY 'FORECAST RANGE CUT TO ' WS-MAX-DAYS ' DAYS'
               MOVE DU-DATE-OUT TO WS-TO-DATE
           END-IF.

       0070-TAKE-PARM-RANGE.
           IF FP-WINDOW-MINS IS NUMERIC AND FP-WINDOW-MINS > ZEROS
               MOVE FP-WINDOW-MINS TO WS-WINDOW-MINS
           END-IF
           IF FP-FROM-DATE IS NOT NUMERIC
                   OR FP-TO-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE FP-FROM-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               DISPLAY 'FORECAST FROM-DATE ' FP-FROM-DATE
                   ' IS NOT A VALID DATE -- DEFAULT RANGE USED'
               EXIT PARAGRAPH
           END-IF
           MOVE FP-TO-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y' OR FP-TO-DATE < FP-FROM-DATE
               DISPLAY 'FORECAST TO-DATE ' FP-TO-DATE
                   ' IS NOT A VALID END OF RANGE -- DEFAULT RANGE USED'
               EXIT PARAGRAPH
           END-IF
           MOVE FP-FROM-DATE TO WS-FROM-DATE
           MOVE FP-TO-DATE TO WS-TO-DATE.

      * every schedule line is kept, whether or not it is enabled;
      * a frequency the driver would refuse is noted against the step
       0100-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FS-STATUS-SCHEDULE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHEDULE-END = 'S'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'S' TO WS-SCHEDULE-END
                   NOT AT END
                       IF WS-STEP-COUNT < 50
                               AND SC-STEP-NAME NOT = SPACES
                           PERFORM 0150-KEEP-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       0150-KEEP-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE SC-STEP-NAME TO WS-ST-NAME (WS-STEP-COUNT)
           MOVE SC-ENABLED TO WS-ST-ENABLED (WS-STEP-COUNT)
           MOVE SC-FREQUENCY TO WS-ST-FREQUENCY (WS-STEP-COUNT)
           MOVE ZEROS TO WS-ST-BUDGET (WS-STEP-COUNT)
           IF SC-BUDGET-MINS IS NUMERIC
               MOVE SC-BUDGET-MINS TO WS-ST-BUDGET (WS-STEP-COUNT)
           END-IF
           MOVE ZEROS TO WS-ST-DUE-DATES (WS-STEP-COUNT)
           EVALUATE SC-FREQUENCY
               WHEN 'DAILY'
               WHEN 'MON-FRI'
               WHEN 'MON'
               WHEN 'TUE'
               WHEN 'WED'
               WHEN 'THU'
               WHEN 'FRI'
               WHEN 'SAT'
               WHEN 'SUN'
               WHEN 'MEND'
               WHEN 'BD1'
               WHEN 'FIRSTBD'
               WHEN 'LASTBD'
                   MOVE 'Y' TO WS-ST-KNOWN (WS-STEP-COUNT)
               WHEN OTHER
                   MOVE 'N' TO WS-ST-KNOWN (WS-STEP-COUNT)
           END-EVALUATE.

      * one date: its day, whether the holiday calendar counts it a
      * business day, the steps due, and their budgets held against
      * the batch window
       0200-FORECAST-ONE-DATE.
           ADD 1 TO WS-DATE-COUNT
           IF WS-FC-YEAR-MONTH NOT = WS-EDGE-MONTH
               PERFORM 0300-DERIVE-MONTH-EDGES
           END-IF
           MOVE 'DOW' TO DU-FUNCTION
           MOVE WS-FORECAST-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAY-OF-WEEK TO WS-DAY-OF-WEEK
           MOVE 'ISBD' TO DU-FUNCTION
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-VALID-FLAG TO WS-BUSINESS-DAY
           IF WS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-BUSINESS-DATES
           END-IF
           MOVE ZEROS TO WS-DATE-STEPS
           MOVE ZEROS TO WS-DATE-BUDGET
           MOVE ZEROS TO WS-DATE-UNBUDGETED
           MOVE ZEROS TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = WS-STEP-COUNT
               ADD 1 TO WS-STEP-IDX
               IF WS-ST-ENABLED (WS-STEP-IDX) = 'Y'
                       AND WS-ST-KNOWN (WS-STEP-IDX) = 'Y'
                   PERFORM 0400-EVALUATE-FREQUENCY
                   IF WS-STEP-DUE = 'Y'
                       ADD 1 TO WS-DATE-STEPS
                       ADD 1 TO WS-ST-DUE-DATES (WS-STEP-IDX)
                       ADD WS-ST-BUDGET (WS-STEP-IDX) TO WS-DATE-BUDGET
                       IF WS-ST-BUDGET (WS-STEP-IDX) = ZEROS
                           ADD 1 TO WS-DATE-UNBUDGETED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 0250-PRINT-DATE.

       0250-PRINT-DATE.
           MOVE WS-FORECAST-DATE TO WD-DATE
           MOVE WS-DAY-OF-WEEK TO WD-DAY
           IF WS-BUSINESS-DAY = 'Y'
               MOVE 'YES' TO WD-BUSINESS
           ELSE
               MOVE 'NO' TO WD-BUSINESS
           END-IF
           MOVE WS-DATE-STEPS TO WD-STEPS
           MOVE WS-DATE-BUDGET TO WD-BUDGET
           MOVE SPACES TO WD-FLAG
           IF WS-DATE-BUDGET > WS-WINDOW-MINS
               ADD 1 TO WS-OVER-WINDOW-DATES
               MOVE '*** BUDGETS EXCEED THE BATCH WINDOW' TO WD-FLAG
           END-IF
           WRITE FORECAST-REPORT-LINE FROM WS-DATE-LINE
           MOVE ZEROS TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = WS-STEP-COUNT
               ADD 1 TO WS-STEP-IDX
               IF WS-ST-ENABLED (WS-STEP-IDX) = 'Y'
                       AND WS-ST-KNOWN (WS-STEP-IDX) = 'Y'
                   PERFORM 0400-EVALUATE-FREQUENCY
                   IF WS-STEP-DUE = 'Y'
                       MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-SL-NAME
                       MOVE WS-ST-FREQUENCY (WS-STEP-IDX) TO
                           WS-SL-FREQ
                       MOVE WS-ST-BUDGET (WS-STEP-IDX) TO
                           WS-SL-BUDGET
                       WRITE FORECAST-REPORT-LINE FROM WS-STEP-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DATE-UNBUDGETED > ZEROS
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING '      ' WS-DATE-UNBUDGETED
                   ' STEP(S) CARRY NO BUDGET AND ARE NOT IN THE TOTAL'
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

      * the month's last calendar day is the highest day DATE-UTILS
      * accepts as a date; its first weekday is the BD1 day the
      * driver derives with weekends alone; its first and last
      * business days are probed through ISBD with holidays counted
       0300-DERIVE-MONTH-EDGES.
           MOVE WS-FC-YEAR-MONTH TO WS-EDGE-MONTH
           MOVE WS-FC-YEAR-MONTH TO WS-PROBE-YEAR-MONTH
           MOVE 31 TO WS-PROBE-DAY
           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y' OR WS-PROBE-DAY < 28
               MOVE 'VALD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   SUBTRACT 1 FROM WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DAY TO WS-LAST-DAY

           MOVE 1 TO WS-PROBE-DAY
           MOVE 'DOW' TO DU-FUNCTION
           MOVE WS-PROBE-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           EVALUATE DU-DAY-OF-WEEK
               WHEN 'SAT'
                   MOVE 3 TO WS-FIRST-BUS-DAY
               WHEN 'SUN'
                   MOVE 2 TO WS-FIRST-BUS-DAY
               WHEN OTHER
                   MOVE 1 TO WS-FIRST-BUS-DAY
           END-EVALUATE

           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y'
                   OR WS-PROBE-DAY > WS-LAST-DAY
               MOVE 'ISBD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   ADD 1 TO WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DATE TO WS-FIRSTBD-DATE
           MOVE WS-LAST-DAY TO WS-PROBE-DAY
           MOVE 'N' TO DU-VALID-FLAG
           PERFORM UNTIL DU-VALID-FLAG = 'Y'
                   OR WS-PROBE-DAY < 1
               MOVE 'ISBD' TO DU-FUNCTION
               MOVE WS-PROBE-DATE TO DU-DATE-1
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               IF DU-VALID-FLAG NOT = 'Y'
                   SUBTRACT 1 FROM WS-PROBE-DAY
               END-IF
           END-PERFORM
           MOVE WS-PROBE-DATE TO WS-LASTBD-DATE.

      * the driver's frequency rules, judged against the forecast
      * date instead of the business date
       0400-EVALUATE-FREQUENCY.
           MOVE 'N' TO WS-STEP-DUE
           EVALUATE TRUE
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'DAILY'
                   MOVE 'Y' TO WS-STEP-DUE
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'MON-FRI'
                   IF WS-DAY-OF-WEEK NOT = 'SAT'
                           AND WS-DAY-OF-WEEK NOT = 'SUN'
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) (1:3) =
                       WS-DAY-OF-WEEK
                   MOVE 'Y' TO WS-STEP-DUE
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'MEND'
                   IF WS-FC-DAY = WS-LAST-DAY
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'BD1'
                   IF WS-FC-DAY = WS-FIRST-BUS-DAY
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'FIRSTBD'
                   IF WS-FORECAST-DATE = WS-FIRSTBD-DATE
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
               WHEN WS-ST-FREQUENCY (WS-STEP-IDX) = 'LASTBD'
                   IF WS-FORECAST-DATE = WS-LASTBD-DATE
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
           END-EVALUATE.

      * the steps that never came due, carry a frequency the driver
      * would refuse, or are switched off -- each a possible mistake
      * in the schedule
       0500-REPORT-STEP-FLAGS.
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE 'SCHEDULE FINDINGS' TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE ZEROS TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = WS-STEP-COUNT
               ADD 1 TO WS-STEP-IDX
               MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-FL-NAME
               MOVE WS-ST-FREQUENCY (WS-STEP-IDX) TO WS-FL-FREQ
               EVALUATE TRUE
                   WHEN WS-ST-ENABLED (WS-STEP-IDX) NOT = 'Y'
                       ADD 1 TO WS-DISABLED-STEPS
                       MOVE 'DISABLED -- NEVER RUNS' TO WS-FL-TEXT
                       WRITE FORECAST-REPORT-LINE FROM WS-FLAG-LINE
                   WHEN WS-ST-KNOWN (WS-STEP-IDX) = 'N'
                       ADD 1 TO WS-UNKNOWN-FREQ-STEPS
                       MOVE '*** UNKNOWN FREQUENCY -- NEVER RUNS'
                           TO WS-FL-TEXT
                       WRITE FORECAST-REPORT-LINE FROM WS-FLAG-LINE
                   WHEN WS-ST-DUE-DATES (WS-STEP-IDX) = ZEROS
                       ADD 1 TO WS-NEVER-DUE-STEPS
                       MOVE '*** NEVER DUE IN THIS RANGE'
                           TO WS-FL-TEXT
                       WRITE FORECAST-REPORT-LINE FROM WS-FLAG-LINE
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING 'DATES OVER THE BATCH WINDOW: ' WS-OVER-WINDOW-DATES
               '   STEPS NEVER DUE: ' WS-NEVER-DUE-STEPS
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
