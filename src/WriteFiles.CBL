           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CSV.

      * FILE-DATA-OUT stays keyed by FS-CODE-OUT for direct access;
      * the city-ordered extract and the other nightly work files are
      * cut from it in one pass by REGISTER-FAN-OUT, which the batch
      * runs after any step that changes the register

      * malformed FILE-DATA-IN rows (bad FS-CODE, blank FS-NAME) are
      * routed here instead of being written to FILE-DATA-OUT
      * record-type byte, same as READ-FILES; the header and trailer
      * lines are reported but not carried through to REGISTER-OUT
       FD FILE-DATA-IN.
      * FS-BRANCH is present on staged records only; a raw branch
      * file leaves it blank and the batch header names the branch
       01 REGISTER.
           05 FS-REC-TYPE PIC X(01).
           05 FS-CODE  PIC 9(06).
           05 FS-COMMA PIC X(01).
           05 FS-NAME  PIC X(20).
           05 FS-COMMA-2 PIC X(01).
           05 FS-BRANCH  PIC X(03).
       01 HEADER-REC.
           05 HDR-REC-TYPE       PIC X(01).
           05 HDR-RUN-DATE       PIC 9(08).
           05 CM-STATE       PIC X(20).
           05 CM-COUNTRY     PIC X(20).
           05 CM-TIME-ZONE   PIC X(10).
           05 CM-LAST-UPDATE.
               10 CM-LAST-UPDATE-DATE PIC 9(08).
               10 CM-LAST-UPDATE-TIME PIC 9(08).
      * the checkpoint carries the input file's header date and
      * expected count alongside the last code written, so a restart
      * can prove it is resuming against the same file the checkpoint
      * was taken from -- not a corrected re-send whose earlier
      * records would otherwise be skipped unprocessed; CP-CYCLE-
      * NUMBER names the processing cycle the checkpoint belongs to
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
           05 CP-LAST-CODE       PIC 9(06).
           05 CP-HEADER-DATE     PIC 9(08).
           05 CP-EXPECTED-COUNT  PIC 9(07).
           05 CP-WRITTEN-COUNT   PIC 9(07).
           05 CP-CYCLE-NUMBER    PIC 9(02).
       FD CSV-EXPORT-FILE.
       01 CSV-EXPORT-LINE PIC X(80).
      * RJ-BRANCH is the HDR-BRANCH-CODE of the batch the record
      * arrived in, so the reject goes back to the branch that keyed it
       FD REJECT-FILE.
       01 REJECT-REC.
           05 RJ-CODE     PIC X(06).
           05 RJ-NAME     PIC X(20).
           05 RJ-COMMA-2  PIC X(01).
           05 RJ-REASON   PIC X(30).
           05 RJ-COMMA-3  PIC X(01).
           05 RJ-BRANCH   PIC X(03).
      * byte-for-byte the REGISTER-OUT layout, BK- prefixed to stay
      * distinct in this program
       FD BACKUP-REGISTER-FILE.
       01 WS-FS-STATUS-CSV        PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REJECT     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM       PIC X(02) VALUE '00'.

      * PARM-driven input/output paths; PARM-FILE overrides these
      * defaults when present so a run can be repointed at different
      * into the environment's own directory by 0045-RESOLVE-ENV-
      * PATHS; the defaults stand when no mapping file is present
       01 WS-CSV-FILE-NAME PIC X(60) VALUE 'src/data-export.csv'.
       01 WS-REJECT-FILE-NAME PIC X(60) VALUE
           'src/write-files-rejects.txt'.
       01 WS-CHECKPOINT-FILE-NAME PIC X(60) VALUE
      * FILE holds codes AND no staged input is waiting for tonight's
      * business date -- a pending handoff always takes the full
      * pass, which re-enriches every register from the current
      * master and so supersedes the changed-codes list anyway.
      * CYCLE mode is an intraday cycle over a late branch file: the
      * cycle's own staged file is applied to the live register by
      * keyed WRITE (a new code) or REWRITE (a code already on it),
      * the same indexed update changed-codes mode makes, instead of
      * rebuilding the register around one branch's records
       01 WS-RUN-MODE PIC X(07) VALUE 'FULL'.
           88 WS-FULL-MODE    VALUE 'FULL'.
           88 WS-CHANGED-MODE VALUE 'CHANGED'.
           88 WS-CYCLE-MODE   VALUE 'CYCLE'.
       01 WS-FS-STATUS-CHANGED PIC X(02) VALUE '00'.
       01 WS-CHANGED-END       PIC X(01) VALUE 'N'.
       01 WS-CHANGED-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * processing cycle within the business date, off the run
      * control: 00 is the nightly run; 01 upward is an intraday
      * cycle, which reads the cycle's own staged file, checkpoints
      * in its own file and appends to the day's rejects
       01 WS-CYCLE-NUMBER     PIC 9(02) VALUE ZEROS.
       01 WS-CP-CYCLE-NUMBER  PIC 9(02) VALUE ZEROS.
       01 WS-STATS-PROGRAM-NAME PIC X(30) VALUE 'WRITE-FILES'.
       01 WS-CYCLE-RECORD-FOUND PIC X(01) VALUE 'N'.
       01 WS-CYCLE-ADDED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-CYCLE-UPDATED-COUNT PIC 9(07) VALUE ZEROS.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0030-LOAD-PARM
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0042-APPLY-CYCLE-TO-PATHS
           PERFORM 0045-RESOLVE-ENV-PATHS
           MOVE 'START' TO JL-FUNCTION
           MOVE 'WRITE-FILES' TO JL-PROGRAM-ID
      * indexed file I-O and only adds the records from the failure
      * point forward. Before a fresh full build destroys the prior
      * register, it is copied to a generation-numbered backup so a
      * bad build always has something to fall back to. An intraday
      * cycle never rebuilds: it opens the live register I-O and
      * applies just its own records.
           EVALUATE TRUE
               WHEN WS-CYCLE-MODE
                   OPEN I-O FILE-DATA-OUT
               WHEN WS-RESTART-CODE = ZEROS
                   PERFORM 0063-BACKUP-REGISTER
                   OPEN OUTPUT FILE-DATA-OUT
               WHEN OTHER
                   OPEN I-O FILE-DATA-OUT
           END-EVALUATE
           IF WS-FS-STATUS-OUT NOT = '00'
               DISPLAY 'ERROR OPENING FILE-DATA-OUT, STATUS: '
                   WS-FS-STATUS-OUT
               STOP RUN
           END-IF

      * the CSV export is a rendering of the whole register, so an
      * intraday cycle leaves it for the nightly run to rebuild
           IF NOT WS-CYCLE-MODE
               OPEN OUTPUT CSV-EXPORT-FILE
               IF WS-FS-STATUS-CSV NOT = '00'
                   DISPLAY 'ERROR OPENING CSV-EXPORT-FILE, STATUS: '
                       WS-FS-STATUS-CSV
                   CLOSE FILE-DATA-IN
                   CLOSE FILE-DATA-OUT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'CODE,NAME,CITY' TO CSV-EXPORT-LINE
               WRITE CSV-EXPORT-LINE
           END-IF

      * a restarted run appends: records at or below the checkpoint
      * are skipped without re-validation, so truncating here would
      * lose the abended run's rejects for good and the suspense
      * subsystem would never see them. An intraday cycle appends
      * too: the day's rejects already on the file are not its to
      * discard.
           IF WS-RESTART-CODE = ZEROS AND NOT WS-CYCLE-MODE
               OPEN OUTPUT REJECT-FILE
           ELSE
               OPEN EXTEND REJECT-FILE
               IF WS-FS-STATUS-REJECT = '35'
                   OPEN OUTPUT REJECT-FILE
               END-IF
           END-IF
           IF WS-FS-STATUS-REJECT NOT = '00'
               DISPLAY 'ERROR OPENING REJECT-FILE, STATUS: '
                               IF FS-CODE > WS-RESTART-CODE
                                   PERFORM 0275-VALIDATE-INPUT-RECORD
                                   IF WS-RECORD-VALID = 'Y'
                                           AND WS-CYCLE-MODE
                                       PERFORM 0730-APPLY-CYCLE-RECORD
                                   END-IF
                                   IF WS-RECORD-VALID = 'Y'
                                           AND NOT WS-CYCLE-MODE
                                       PERFORM 0300-WRITE-REGISTER
                                   END-IF
                                   IF WS-RECORD-VALID NOT = 'Y'
                                       PERFORM 0280-WRITE-REJECT
                                   END-IF
                               ELSE
               DISPLAY 'ERROR CLOSING FILE-DATA-OUT, STATUS: '
                   WS-FS-STATUS-OUT
           END-IF
           IF NOT WS-CYCLE-MODE
               CLOSE CSV-EXPORT-FILE
               IF WS-FS-STATUS-CSV NOT = '00'
                   DISPLAY 'ERROR CLOSING CSV-EXPORT-FILE, STATUS: '
                       WS-FS-STATUS-CSV
               END-IF
           END-IF
           CLOSE REJECT-FILE
           IF WS-FS-STATUS-REJECT NOT = '00'
           END-IF

           DISPLAY 'Rejected records: ' WS-REJECT-COUNT
           IF WS-CYCLE-MODE
               DISPLAY 'Cycle codes added: ' WS-CYCLE-ADDED-COUNT
               DISPLAY 'Cycle codes updated: ' WS-CYCLE-UPDATED-COUNT
           END-IF
           PERFORM 0800-RECONCILE-COUNTS

      * a clean finish means every record made it out, so the
      * checkpoint is cleared and the next run starts from the top
      * zeros -- which makes an unconsumed handoff cross-foot as a
      * break at 6 AM instead of disappearing -- plus its own
      * applied/not-found counts; the CSV and register counters are
      * not posted in that mode, since neither file was rebuilt. An
      * intraday cycle posts its handoff counters under its own
      * cycle number, plus how many codes it added and updated;
      * it rebuilt neither file either.
       0960-POST-CONTROL-LEDGER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
           MOVE 'WRITE-FILES' TO LG-STEP-NAME
           MOVE 'RECEIVED' TO LG-COUNTER-NAME
           IF WS-CHANGED-MODE
               MOVE WS-SKIPPED-COUNT TO LG-COUNTER-VALUE
           END-IF
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           EVALUATE TRUE
           WHEN WS-CHANGED-MODE
               MOVE 'CHANGED-APPLIED' TO LG-COUNTER-NAME
               MOVE WS-CHANGED-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
               MOVE 'CHANGED-NOTFOUND' TO LG-COUNTER-NAME
               MOVE WS-NOTFOUND-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           WHEN WS-CYCLE-MODE
               MOVE 'CYCLE-ADDED' TO LG-COUNTER-NAME
               MOVE WS-CYCLE-ADDED-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
               MOVE 'CYCLE-UPDATED' TO LG-COUNTER-NAME
               MOVE WS-CYCLE-UPDATED-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           WHEN OTHER
               MOVE 'CSV-EXPORTED' TO LG-COUNTER-NAME
               MOVE WS-CSV-WRITTEN-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
               ADD WS-OUTPUT-COUNT WS-CP-WRITTEN-COUNT
                   GIVING LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           END-EVALUATE.

      * appends this run's statistics record -- counts in, written,
      * rejected and skipped, with the wall start/end and elapsed
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE WS-STATS-PROGRAM-NAME TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE HDR-EXPECTED-COUNT TO WS-IN-EXPECTED-COUNT
               MOVE 'N' TO WS-FIRST-IN-HEADER
           END-IF
           IF WS-RESTART-CODE NOT = ZEROS
                   AND WS-CP-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
               DISPLAY 'RESTART REFUSED: CHECKPOINT BELONGS TO '
                   'CYCLE ' WS-CP-CYCLE-NUMBER ', THIS RUN IS '
                   'CYCLE ' WS-CYCLE-NUMBER
               CLOSE FILE-DATA-IN
               CLOSE FILE-DATA-OUT
               CLOSE CSV-EXPORT-FILE
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-CODE NOT = ZEROS
               IF WS-IN-HEADER-DATE NOT = WS-CP-HEADER-DATE
                       OR WS-IN-EXPECTED-COUNT NOT =
               MOVE 'Y' TO WS-WARNING-SEEN
           END-IF.

      * checks FS-CODE and FS-NAME for the kind of garbage that should
      * not be written to FILE-DATA-OUT at all: a non-numeric or zero
      * code, or a blank name; anything else is treated as valid
           MOVE FS-NAME   TO RJ-NAME
           MOVE ','       TO RJ-COMMA-2
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE ','       TO RJ-COMMA-3
           IF FS-BRANCH NOT = SPACES
               MOVE FS-BRANCH TO RJ-BRANCH
           ELSE
               MOVE WS-IN-BRANCH TO RJ-BRANCH
           END-IF
           WRITE REJECT-REC.

      * builds one REGISTER-OUT record, writes it, checks the write's
               DISPLAY 'Changed codes processed: ' WS-CHANGED-COUNT
               DISPLAY 'Changed codes not found in master: '
                   WS-NOTFOUND-COUNT
           END-IF.

      * applies one staged record of an intraday cycle to the live
      * register: a code not yet on it is written, a code already on
      * it is rewritten with the late file's name and a fresh city
      * enrichment, and the checkpoint rolls forward exactly as it
      * does for the full build
       0730-APPLY-CYCLE-RECORD.
           MOVE FS-CODE TO FS-CODE-OUT
           READ FILE-DATA-OUT
               INVALID KEY
                   MOVE 'N' TO WS-CYCLE-RECORD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CYCLE-RECORD-FOUND
           END-READ
           MOVE FS-CODE    TO FS-CODE-OUT
           MOVE FS-COMMA   TO FS-COMMA-OUT-1
           MOVE FS-NAME    TO FS-NAME-OUT
           MOVE ','        TO FS-COMMA-OUT-2
           PERFORM 0200-LOOKUP-CITY
           PERFORM 0250-ENRICH-FROM-CITY-MASTER
           IF WS-CYCLE-RECORD-FOUND = 'Y'
               REWRITE REGISTER-OUT
           ELSE
               WRITE REGISTER-OUT
           END-IF
           IF WS-FS-STATUS-OUT NOT = '00'
               DISPLAY 'ERROR APPLYING CYCLE RECORD TO FILE-DATA-OUT, '
                   'STATUS: ' WS-FS-STATUS-OUT
                   ' FOR CODE: ' FS-CODE-OUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUTPUT-COUNT
           IF WS-CYCLE-RECORD-FOUND = 'Y'
               ADD 1 TO WS-CYCLE-UPDATED-COUNT
           ELSE
               ADD 1 TO WS-CYCLE-ADDED-COUNT
           END-IF
           ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT
           IF WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               MOVE FS-CODE-OUT TO WS-RESTART-CODE
               PERFORM 0400-SAVE-CHECKPOINT
               MOVE ZEROS TO WS-RECORDS-SINCE-CHECKPOINT
           END-IF.

      * looks up one changed code in FILE-DATA-OUT by its record key
           MOVE WS-CSV-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-CSV-FILE-NAME
           MOVE WS-REJECT-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REJECT-FILE-NAME
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-CSV-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-REJECT-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-CHECKPOINT-FILE-NAME (1:WS-TEST-DIR-LEN) =
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

      * an intraday cycle reads the staged file READ-FILES built for
      * that cycle -- unless the parm file already pointed the run
      * elsewhere -- and checkpoints in a file of its own, so the
      * nightly handoff and restart point are never touched; its run
      * statistics are kept under their own name. Runs ahead of the
      * environment resolution, which then re-points these paths
      * like any other.
       0042-APPLY-CYCLE-TO-PATHS.
           IF WS-CYCLE-NUMBER = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-IN-FILE-NAME = 'src/data-staged.txt'
               MOVE SPACES TO WS-DATA-IN-FILE-NAME
               STRING 'src/data-staged-c' WS-CYCLE-NUMBER '.txt'
                   DELIMITED BY SIZE INTO WS-DATA-IN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
           STRING 'src/write-files-checkpoint-c' WS-CYCLE-NUMBER
               '.txt' DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
           MOVE 'WRITE-FILES INTRADAY' TO WS-STATS-PROGRAM-NAME
           DISPLAY 'INTRADAY CYCLE ' WS-CYCLE-NUMBER
               ': INPUT FILE ' WS-DATA-IN-FILE-NAME.

      * a run finding CHANGED-CODES-FILE present -- and holding at
      * least one code -- switches to the indexed changed-codes mode
      * reopens the file itself to process from the first code.
       0060-DETERMINE-RUN-MODE.
           MOVE 'FULL' TO WS-RUN-MODE
           IF WS-CYCLE-NUMBER NOT = ZEROS
               MOVE 'CYCLE' TO WS-RUN-MODE
               DISPLAY 'RUN MODE: INTRADAY CYCLE ' WS-CYCLE-NUMBER
                   ' (INDEXED UPDATE)'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHANGED-CODES-FILE
           IF WS-FS-STATUS-CHANGED = '00'
               READ CHANGED-CODES-FILE
                           MOVE CP-WRITTEN-COUNT
                               TO WS-CP-WRITTEN-COUNT
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
           MOVE WS-IN-EXPECTED-COUNT TO CP-EXPECTED-COUNT
           ADD WS-CP-WRITTEN-COUNT WS-OUTPUT-COUNT
               GIVING CP-WRITTEN-COUNT
           MOVE WS-CYCLE-NUMBER TO CP-CYCLE-NUMBER
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

           MOVE ZEROS TO CP-HEADER-DATE
           MOVE ZEROS TO CP-EXPECTED-COUNT
           MOVE ZEROS TO CP-WRITTEN-COUNT
           MOVE WS-CYCLE-NUMBER TO CP-CYCLE-NUMBER
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

