           FILE STATUS IS WS-FS-STATUS-RC.

      * one line per input file this program has accepted (header
      * date, expected count, trailer control total, and the cycle
      * that took it), checked before processing so a re-sent batch
      * can never be double-posted
           SELECT PROCESSED-LOG-FILE ASSIGN TO
               DYNAMIC WS-PROCLOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           05 TRL-ACTUAL-COUNT   PIC 9(07).
           05 TRL-COMMA          PIC X(01).
           05 TRL-CONTROL-TOTAL  PIC 9(12).
      * EX-BRANCH is the HDR-BRANCH-CODE of the batch the record
      * arrived in ('RCY' for a recycled record), so the rejection
      * goes back to the branch that keyed it
       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
           05 EX-CODE     PIC X(06).
           05 EX-NAME     PIC X(20).
           05 EX-COMMA-2  PIC X(01).
           05 EX-REASON   PIC X(30).
           05 EX-COMMA-3  PIC X(01).
           05 EX-BRANCH   PIC X(03).
      * same H/D/T shape as FILE-DATA, so downstream programs read the
      * staged copy with the layouts they already know
       FD STAGING-FILE.
      * ST-BRANCH carries the batch's branch code past the single
      * staged header, so a WRITE-FILES reject can still be traced to
      * the branch that keyed it
       01 STAGED-REGISTER.
           05 ST-REC-TYPE PIC X(01).
           05 ST-CODE  PIC 9(06).
           05 ST-COMMA PIC X(01).
           05 ST-NAME  PIC X(20).
           05 ST-COMMA-2 PIC X(01).
           05 ST-BRANCH  PIC X(03).
       01 STAGED-HEADER.
           05 STH-REC-TYPE       PIC X(01).
           05 STH-RUN-DATE       PIC 9(08).
           05 PF-EXPECTED-COUNT PIC 9(07).
           05 PF-COMMA-2        PIC X(01).
           05 PF-CONTROL-TOTAL  PIC 9(12).
           05 PF-COMMA-3        PIC X(01).
           05 PF-CYCLE-NUMBER   PIC 9(02).
      * the checkpoint carries the input file's header date and
      * expected count alongside the last code read, so a restart can
      * prove it is resuming against the same file the checkpoint was
      * taken from -- not a corrected re-send whose earlier records
      * would otherwise be skipped unprocessed; CP-CYCLE-NUMBER names
      * the processing cycle the checkpoint belongs to
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
           05 CP-LAST-CODE       PIC 9(06).
           05 CP-HEADER-DATE     PIC 9(08).
           05 CP-EXPECTED-COUNT  PIC 9(07).
           05 CP-STAGED-COUNT    PIC 9(07).
           05 CP-CYCLE-NUMBER    PIC 9(02).
       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-DATA-FILE PIC X(60).
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * processing cycle within the business date, off the run
      * control: 00 is the nightly run; 01 upward is an intraday
      * cycle over a late branch file, which stages to and
      * checkpoints in its own cycle-numbered files so it can never
      * disturb the nightly handoff or restart point, leaves the
      * recycle file and the volume norm to the nightly run, and
      * appends to the day's exceptions instead of replacing them
       01 WS-CYCLE-NUMBER     PIC 9(02) VALUE ZEROS.
       01 WS-LOG-CYCLE        PIC 9(02) VALUE ZEROS.
       01 WS-CP-CYCLE-NUMBER  PIC 9(02) VALUE ZEROS.
       01 WS-STATS-PROGRAM-NAME PIC X(30) VALUE 'READ-FILES'.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0030-LOAD-PARM
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0042-APPLY-CYCLE-TO-PATHS
           PERFORM 0045-RESOLVE-ENV-PATHS
           MOVE 'START' TO JL-FUNCTION
           MOVE 'READ-FILES' TO JL-PROGRAM-ID
      * they were -- the staging file itself is only opened once the
      * first header has also passed the remaining guards
           PERFORM 0055-PRESCAN-BATCHES
           IF WS-CYCLE-NUMBER = ZEROS
               PERFORM 0056-GUARD-VOLUME-ANOMALY
           END-IF
           PERFORM 0064-GUARD-DUPLICATE-FILE

           OPEN INPUT FILE-DATA
      * a restarted run appends, same as the staging file: records
      * at or below the checkpoint are skipped without re-validation,
      * so truncating here would lose the abended run's exceptions
      * for good and the suspense subsystem would never see them.
      * An intraday cycle appends for the same reason: the day's
      * exceptions already on the file are not its to discard.
           IF WS-IS-RESTART-RUN = 'Y' OR WS-CYCLE-NUMBER NOT = ZEROS
               OPEN EXTEND EXCEPTION-FILE
               IF WS-FS-STATUS-EXCEPTION = '35'
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
               MOVE 'Y' TO WS-WARNING-SEEN
           END-IF

           IF WS-CYCLE-NUMBER = ZEROS
               PERFORM 0080-PROCESS-RECYCLE
           END-IF
           PERFORM 0160-WRITE-STAGED-TRAILER
           IF WS-STAGING-OPENED = 'Y'
               CLOSE STAGING-FILE
               GIVING WS-DETAILS-IN
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
           MOVE 'READ-FILES' TO LG-STEP-NAME
           MOVE 'DETAILS-IN' TO LG-COUNTER-NAME
           MOVE WS-DETAILS-IN TO LG-COUNTER-VALUE
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE WS-STATS-PROGRAM-NAME TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
                       IF RC-CYCLE-NUMBER IS NUMERIC
                           MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           DISPLAY 'RUN CONTROL: DATE=' WS-BUSINESS-DATE
               ' ENVIRONMENT=' WS-ENVIRONMENT-CODE
               ' CYCLE=' WS-CYCLE-NUMBER.

      * an intraday cycle stages to and checkpoints in files of its
      * own, named for the cycle, so the nightly staged handoff and
      * restart point are never touched; its run statistics are
      * kept under their own name so a small late file neither
      * trips nor skews the nightly volume norm. Runs ahead of the
      * environment resolution, which then re-points these paths
      * like any other.
       0042-APPLY-CYCLE-TO-PATHS.
           IF WS-CYCLE-NUMBER = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STAGING-FILE-NAME
           STRING 'src/data-staged-c' WS-CYCLE-NUMBER '.txt'
               DELIMITED BY SIZE INTO WS-STAGING-FILE-NAME
           MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
           STRING 'src/read-files-checkpoint-c' WS-CYCLE-NUMBER
               '.txt' DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
           MOVE 'READ-FILES INTRADAY' TO WS-STATS-PROGRAM-NAME
           DISPLAY 'INTRADAY CYCLE ' WS-CYCLE-NUMBER
               ': STAGING TO ' WS-STAGING-FILE-NAME.

      * resolves every file path for the environment the run control
      * named: the mapping file says which directory each environment
                           MOVE CP-STAGED-COUNT
                               TO WS-CP-STAGED-COUNT
                       END-IF
                       IF CP-CYCLE-NUMBER IS NUMERIC
                           MOVE CP-CYCLE-NUMBER
                               TO WS-CP-CYCLE-NUMBER
                       ELSE
                           MOVE WS-CYCLE-NUMBER
                               TO WS-CP-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      * on a restart run, proves the file now being read carries the
      * same header date and expected count the checkpoint was taken
      * against, in the same processing cycle; a mismatch means the
      * upstream re-sent a corrected file after the abend, and
      * restarting against it would silently skip records that were
      * never processed
       0066-CHECK-RESTART-SIGNATURE.
           IF WS-IS-RESTART-RUN = 'Y'
               IF WS-CP-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
                   DISPLAY 'RESTART REFUSED: CHECKPOINT BELONGS TO '
                       'CYCLE ' WS-CP-CYCLE-NUMBER ', THIS RUN IS '
                       'CYCLE ' WS-CYCLE-NUMBER
                   CLOSE FILE-DATA
                   CLOSE EXCEPTION-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-HEADER-RUN-DATE NOT = WS-CP-HEADER-DATE
                       OR WS-EXPECTED-COUNT NOT =
                           WS-CP-EXPECTED-COUNT
      * anything is opened for output, so a refusal destroys
      * nothing. The log is only appended to after a clean finish,
      * so an abended run restarts without tripping this guard.
      * Cycles are weighed too: an intraday cycle refuses a batch
      * any cycle of the date already took, since the register
      * already holds it; the nightly run refuses only a batch a
      * nightly run took, and may take one an intraday cycle already
      * applied -- its full rebuild supersedes the keyed update
      * rather than double-posting it.
       0064-GUARD-DUPLICATE-FILE.
           MOVE 'N' TO WS-FILE-ALREADY-RUN
           MOVE 'N' TO WS-PROCLOG-END
               DISPLAY 'FILE REJECTED: A BATCH IN THIS FILE WAS '
                   'ALREADY PROCESSED (DATE ' PF-RUN-DATE
                   ' COUNT ' PF-EXPECTED-COUNT
                   ' TOTAL ' PF-CONTROL-TOTAL
                   ' CYCLE ' WS-LOG-CYCLE ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0063-MATCH-ONE-LOG-ENTRY.
           MOVE ZEROS TO WS-LOG-CYCLE
           IF PF-CYCLE-NUMBER IS NUMERIC
               MOVE PF-CYCLE-NUMBER TO WS-LOG-CYCLE
           END-IF
           IF WS-CYCLE-NUMBER = ZEROS AND WS-LOG-CYCLE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PRESCAN-IDX
           PERFORM UNTIL WS-PRESCAN-IDX = WS-PRESCAN-COUNT
                   OR WS-FILE-ALREADY-RUN = 'Y'
                           MOVE ',' TO PF-COMMA-2
                           MOVE WS-PRE-TOTAL (WS-PRESCAN-IDX) TO
                               PF-CONTROL-TOTAL
                           MOVE ',' TO PF-COMMA-3
                           MOVE WS-CYCLE-NUMBER TO PF-CYCLE-NUMBER
                           WRITE PROCESSED-LOG-REC
                       END-IF
                   END-PERFORM
           MOVE FS-CODE  TO ST-CODE
           MOVE FS-COMMA TO ST-COMMA
           MOVE FS-NAME  TO ST-NAME
           MOVE ','      TO ST-COMMA-2
           IF WS-CURRENT-BRANCH NOT = ZEROS
               MOVE WS-BRANCH-ID (WS-CURRENT-BRANCH) TO ST-BRANCH
           ELSE
               MOVE 'RCY' TO ST-BRANCH
           END-IF
           WRITE STAGED-REGISTER.

      * closes the staged file with a trailer carrying the validated
               MOVE WS-EXPECTED-COUNT TO CP-EXPECTED-COUNT
               ADD WS-CP-STAGED-COUNT WS-RECORD-COUNT
                   GIVING CP-STAGED-COUNT
               MOVE WS-CYCLE-NUMBER TO CP-CYCLE-NUMBER
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
               MOVE ZEROS TO WS-RECORDS-SINCE-CHECKPOINT
           MOVE ZEROS TO CP-HEADER-DATE
           MOVE ZEROS TO CP-EXPECTED-COUNT
           MOVE ZEROS TO CP-STAGED-COUNT
           MOVE WS-CYCLE-NUMBER TO CP-CYCLE-NUMBER
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

           MOVE FS-NAME   TO EX-NAME
           MOVE ','       TO EX-COMMA-2
           MOVE WS-EXCEPTION-REASON TO EX-REASON
           MOVE ','       TO EX-COMMA-3
           IF WS-CURRENT-BRANCH NOT = ZEROS
               MOVE WS-BRANCH-ID (WS-CURRENT-BRANCH) TO EX-BRANCH
           ELSE
               MOVE 'RCY' TO EX-BRANCH
           END-IF
           WRITE EXCEPTION-REC.
      
      * INPUT-SECTION make a kind of I.O
