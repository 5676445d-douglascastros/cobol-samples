      ******************************************************************
      * Author:
      * Date:
      * Purpose: the night's arrival watch, run by NIGHTLY-BATCH-DRIVER
      *          ahead of the pre-flight. The branches' transmission
      *          does not always land before the night starts, so
      *          rather than letting the pre-flight fail on a missing
      *          file this step polls for it at a set interval and
      *          lets the night proceed only once the file is there,
      *          non-empty, and has stopped growing -- its size
      *          unchanged over a set number of consecutive polls, so
      *          a transfer still in flight is never read half-way.
      *          The poll interval, the cut-off time of day and the
      *          number of steady polls come from an optional parm
      *          file. A file not there (or still growing) at the
      *          cut-off posts a failure alert and ends with return
      *          code 8; the driver's schedule then decides whether
      *          that stops the night or runs the steps that do not
      *          need the register input.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRIVAL-WATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * poll interval in seconds, cut-off as HHMM on the wall clock,
      * and how many consecutive polls must see the same size; any
      * column left blank or missing keeps its compiled default
           SELECT WATCH-PARM-FILE ASSIGN TO
               'src/arrival-watch-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-WPARM.

      * same optional input-path override READ-FILES honors, so the
      * watch waits on the same file the night will read
           SELECT PARM-FILE ASSIGN TO 'src/read-files-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

           SELECT ENV-PATHS-FILE ASSIGN TO 'src/env-paths.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENVP.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD WATCH-PARM-FILE.
       01 WATCH-PARM-REC.
           05 WP-INTERVAL-SECS PIC 9(04).
           05 WP-COMMA-1       PIC X(01).
           05 WP-CUTOFF-HHMM   PIC 9(04).
           05 WP-COMMA-2       PIC X(01).
           05 WP-STEADY-POLLS  PIC 9(02).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-DATA-FILE PIC X(60).

       FD ENV-PATHS-FILE.
       01 ENV-PATHS-REC.
           05 EP-ENV-CODE PIC X(04).
           05 EP-COMMA    PIC X(01).
           05 EP-DIRECTORY PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-WPARM PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENVP  PIC X(02) VALUE '00'.
       01 WS-ENVP-END        PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FILE-NAME PIC X(60) VALUE 'src/data.txt'.

      * environment directory resolution, the same leading-src/ swap
      * READ-FILES applies
       01 WS-ENV-DIR   PIC X(20) VALUE 'src/'.
       01 WS-PATH-WORK PIC X(60) VALUE SPACES.
       01 WS-PATH-TEMP PIC X(60) VALUE SPACES.

      * the watch settings: a poll a minute, three steady polls, and
      * a four in the morning cut-off unless the parm file says
      * otherwise
       01 WS-INTERVAL-SECS PIC 9(04) VALUE 60.
       01 WS-CUTOFF-HHMM   PIC 9(04) VALUE 0400.
       01 WS-CUTOFF-HHMM-R REDEFINES WS-CUTOFF-HHMM.
           05 WS-CUTOFF-HH PIC 9(02).
           05 WS-CUTOFF-MM PIC 9(02).
       01 WS-STEADY-POLLS  PIC 9(02) VALUE 3.

      * what the runtime reports about the file on each poll; the
      * size is all the watch needs, the stamp fields only fill out
      * the layout the call expects
       01 WS-FILE-DETAILS.
           05 WS-FILE-SIZE    PIC X(08) COMP-X.
           05 WS-FILE-DAY     PIC X(01) COMP-X.
           05 WS-FILE-MONTH   PIC X(01) COMP-X.
           05 WS-FILE-YEAR    PIC X(02) COMP-X.
           05 WS-FILE-HOURS   PIC X(01) COMP-X.
           05 WS-FILE-MINUTES PIC X(01) COMP-X.
           05 WS-FILE-SECONDS PIC X(01) COMP-X.
           05 WS-FILE-HUNDS   PIC X(01) COMP-X.
       01 WS-FILE-PRESENT  PIC X(01) VALUE 'N'.
       01 WS-CURRENT-SIZE  PIC 9(12) VALUE ZEROS.
       01 WS-PRIOR-SIZE    PIC 9(12) VALUE ZEROS.
       01 WS-STEADY-COUNT  PIC 9(02) VALUE ZEROS.
       01 WS-POLL-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-ARRIVED       PIC X(01) VALUE 'N'.
       01 WS-CUTOFF-PASSED PIC X(01) VALUE 'N'.

      * wall-clock arithmetic: every time is taken to seconds since
      * the midnight the watch started after, so a night that starts
      * before twelve and waits past it keeps counting forward
       01 WS-TIME-WORK PIC 9(08) VALUE ZEROS.
       01 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH PIC 9(02).
           05 WS-TIME-MM PIC 9(02).
           05 WS-TIME-SS PIC 9(02).
           05 WS-TIME-CC PIC 9(02).
       01 WS-START-SECONDS  PIC 9(06) VALUE ZEROS.
       01 WS-NOW-SECONDS    PIC 9(06) VALUE ZEROS.
       01 WS-LAST-SECONDS   PIC 9(06) VALUE ZEROS.
       01 WS-DAY-CARRY      PIC 9(06) VALUE ZEROS.
       01 WS-ELAPSED-NOW    PIC 9(06) VALUE ZEROS.
       01 WS-CUTOFF-SECONDS PIC 9(06) VALUE ZEROS.
       01 WS-SLEEP-SECS     PIC 9(04) VALUE ZEROS.

      * the failure alert for the morning digest
       COPY 'src/DATA-ALERT.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'ARRIVAL WATCH STARTING'
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0050-LOAD-WATCH-PARM
           PERFORM 0060-LOAD-PARM
           PERFORM 0070-RESOLVE-ENV-PATHS
           PERFORM 0100-SET-CUTOFF
           DISPLAY 'WATCHING ' WS-DATA-FILE-NAME
           DISPLAY '  POLL EVERY ' WS-INTERVAL-SECS 'S, '
               WS-STEADY-POLLS ' STEADY POLL(S), CUT-OFF '
               WS-CUTOFF-HHMM

           PERFORM UNTIL WS-ARRIVED = 'Y' OR WS-CUTOFF-PASSED = 'Y'
               PERFORM 0200-POLL-ONCE
               IF WS-ARRIVED = 'N'
                   PERFORM 0300-WAIT-FOR-NEXT-POLL
               END-IF
           END-PERFORM

           IF WS-ARRIVED = 'Y'
               DISPLAY 'INPUT ARRIVED: ' WS-CURRENT-SIZE
                   ' BYTES, STEADY OVER ' WS-STEADY-POLLS
                   ' POLL(S) -- THE NIGHT MAY PROCEED'
           ELSE
               PERFORM 0400-POST-LATE-ALERT
               MOVE 8 TO RETURN-CODE
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

      * a zero interval would spin, so it is held at one second; zero
      * steady polls would accept a file never seen twice, so at
      * least two polls must agree
       0050-LOAD-WATCH-PARM.
           OPEN INPUT WATCH-PARM-FILE
           IF WS-FS-STATUS-WPARM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ WATCH-PARM-FILE
               NOT AT END
                   IF WP-INTERVAL-SECS IS NUMERIC
                       MOVE WP-INTERVAL-SECS TO WS-INTERVAL-SECS
                   END-IF
                   IF WP-CUTOFF-HHMM IS NUMERIC
                       MOVE WP-CUTOFF-HHMM TO WS-CUTOFF-HHMM
                   END-IF
                   IF WP-STEADY-POLLS IS NUMERIC
                       MOVE WP-STEADY-POLLS TO WS-STEADY-POLLS
                   END-IF
           END-READ
           CLOSE WATCH-PARM-FILE
           IF WS-INTERVAL-SECS = ZEROS
               MOVE 1 TO WS-INTERVAL-SECS
           END-IF
           IF WS-STEADY-POLLS < 2
               MOVE 2 TO WS-STEADY-POLLS
           END-IF
           IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
               DISPLAY 'CUT-OFF ' WS-CUTOFF-HHMM
                   ' IS NOT A TIME OF DAY -- 0400 USED'
               MOVE 0400 TO WS-CUTOFF-HHMM
           END-IF.

       0060-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DATA-FILE NOT = SPACES
                           MOVE PARM-DATA-FILE TO WS-DATA-FILE-NAME
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0070-RESOLVE-ENV-PATHS.
           OPEN INPUT ENV-PATHS-FILE
           IF WS-FS-STATUS-ENVP NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENVP-END = 'S'
               READ ENV-PATHS-FILE
                   AT END
                       MOVE 'S' TO WS-ENVP-END
                   NOT AT END
                       IF EP-ENV-CODE = WS-ENVIRONMENT-CODE
                           MOVE EP-DIRECTORY TO WS-ENV-DIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENV-PATHS-FILE
           MOVE WS-DATA-FILE-NAME TO WS-PATH-WORK
           PERFORM 0080-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-DATA-FILE-NAME.

       0080-APPLY-ENV-TO-PATH.
           IF WS-PATH-WORK (1:4) = 'src/' AND WS-ENV-DIR NOT = 'src/'
               MOVE WS-PATH-WORK TO WS-PATH-TEMP
               MOVE SPACES TO WS-PATH-WORK
               STRING WS-ENV-DIR DELIMITED BY SPACE
                   WS-PATH-TEMP (5:56) DELIMITED BY SIZE
                   INTO WS-PATH-WORK
           END-IF.

      * the cut-off is the next occurrence of its time of day: one
      * earlier on the clock than the start is taken as tomorrow's
      * (a night started at 23:00 against a 04:00 cut-off) unless the
      * start is within twelve hours after it, in which case the
      * night started late and the cut-off has already gone by --
      * the file then gets just the steady polls it needs to prove
      * itself and no more
       0100-SET-CUTOFF.
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-START-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-START-SECONDS TO WS-LAST-SECONDS
           COMPUTE WS-CUTOFF-SECONDS = WS-CUTOFF-HH * 3600
               + WS-CUTOFF-MM * 60
           IF WS-CUTOFF-SECONDS < WS-START-SECONDS
               IF WS-START-SECONDS - WS-CUTOFF-SECONDS > 43200
                   ADD 86400 TO WS-CUTOFF-SECONDS
               ELSE
                   DISPLAY 'CUT-OFF ' WS-CUTOFF-HHMM
                       ' HAS ALREADY PASSED -- FILE MUST BE STEADY NOW'
                   COMPUTE WS-CUTOFF-SECONDS = WS-START-SECONDS
                       + WS-INTERVAL-SECS * (WS-STEADY-POLLS - 1)
               END-IF
           END-IF.

      * one look at the file: absent or empty resets the steady run;
      * the same non-zero size as the last poll extends it, a new
      * size starts it again at one
       0200-POLL-ONCE.
           ADD 1 TO WS-POLL-COUNT
           MOVE 'N' TO WS-FILE-PRESENT
           MOVE ZEROS TO WS-CURRENT-SIZE
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-DATA-FILE-NAME
               WS-FILE-DETAILS
           IF RETURN-CODE = ZEROS
               MOVE 'Y' TO WS-FILE-PRESENT
               MOVE WS-FILE-SIZE TO WS-CURRENT-SIZE
           END-IF
           MOVE ZEROS TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-FILE-PRESENT = 'N'
                   MOVE ZEROS TO WS-STEADY-COUNT
                   DISPLAY '  POLL ' WS-POLL-COUNT ': NOT THERE YET'
               WHEN WS-CURRENT-SIZE = ZEROS
                   MOVE ZEROS TO WS-STEADY-COUNT
                   DISPLAY '  POLL ' WS-POLL-COUNT ': EMPTY'
               WHEN WS-CURRENT-SIZE = WS-PRIOR-SIZE
                   ADD 1 TO WS-STEADY-COUNT
                   DISPLAY '  POLL ' WS-POLL-COUNT ': '
                       WS-CURRENT-SIZE ' BYTES, STEADY'
               WHEN OTHER
                   MOVE 1 TO WS-STEADY-COUNT
                   DISPLAY '  POLL ' WS-POLL-COUNT ': '
                       WS-CURRENT-SIZE ' BYTES, GROWING'
           END-EVALUATE
           MOVE WS-CURRENT-SIZE TO WS-PRIOR-SIZE
           IF WS-STEADY-COUNT >= WS-STEADY-POLLS
               MOVE 'Y' TO WS-ARRIVED
           END-IF.

      * the watch never sleeps past the cut-off: the last wait is cut
      * short so the final poll lands on the deadline itself
       0300-WAIT-FOR-NEXT-POLL.
           PERFORM 0350-TAKE-ELAPSED-NOW
           IF WS-ELAPSED-NOW >= WS-CUTOFF-SECONDS
               MOVE 'Y' TO WS-CUTOFF-PASSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTERVAL-SECS TO WS-SLEEP-SECS
           IF WS-ELAPSED-NOW + WS-SLEEP-SECS > WS-CUTOFF-SECONDS
               COMPUTE WS-SLEEP-SECS =
                   WS-CUTOFF-SECONDS - WS-ELAPSED-NOW
           END-IF
           CALL 'C$SLEEP' USING WS-SLEEP-SECS.

      * seconds since the start's midnight, one day carried each time
      * the clock is seen to run backwards past twelve
       0350-TAKE-ELAPSED-NOW.
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-NOW-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
           IF WS-NOW-SECONDS < WS-LAST-SECONDS
               ADD 86400 TO WS-DAY-CARRY
           END-IF
           MOVE WS-NOW-SECONDS TO WS-LAST-SECONDS
           COMPUTE WS-ELAPSED-NOW = WS-NOW-SECONDS + WS-DAY-CARRY.

       0400-POST-LATE-ALERT.
           MOVE SPACES TO ALERT-REC
           MOVE 'F' TO AL-SEVERITY
           MOVE 'ARRIVAL-WATCH' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           EVALUATE TRUE
               WHEN WS-FILE-PRESENT = 'N'
                   STRING 'INPUT NOT ARRIVED BY CUT-OFF '
                       WS-CUTOFF-HHMM ' FOR ' WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO AL-MESSAGE
                   DISPLAY 'FAIL: ' WS-DATA-FILE-NAME
                       ' NOT THERE BY CUT-OFF ' WS-CUTOFF-HHMM
               WHEN WS-CURRENT-SIZE = ZEROS
                   STRING 'INPUT STILL EMPTY AT CUT-OFF '
                       WS-CUTOFF-HHMM ' FOR ' WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO AL-MESSAGE
                   DISPLAY 'FAIL: ' WS-DATA-FILE-NAME
                       ' STILL EMPTY AT CUT-OFF ' WS-CUTOFF-HHMM
               WHEN OTHER
                   STRING 'INPUT STILL GROWING AT CUT-OFF '
                       WS-CUTOFF-HHMM ' FOR ' WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO AL-MESSAGE
                   DISPLAY 'FAIL: ' WS-DATA-FILE-NAME
                       ' STILL GROWING AT CUT-OFF ' WS-CUTOFF-HHMM
                       ' (' WS-CURRENT-SIZE ' BYTES)'
           END-EVALUATE
           CALL 'ALERT-WRITER' USING ALERT-REC.
