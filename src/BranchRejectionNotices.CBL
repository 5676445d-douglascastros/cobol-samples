      ******************************************************************
      * Author:
      * Date:
      * Purpose: per-branch rejection notices, so the branch that
      *          keyed a bad record finds out and stops sending the
      *          same mistake again. Tonight's READ-FILES exceptions
      *          and WRITE-FILES rejects are split by the branch code
      *          of the batch each record came from, and every branch
      *          with anything to hear gets its own notice file,
      *          src/branch-notice-XXX.txt: the code, name and reason
      *          for each record, with the date it entered suspense.
      *          A branch that still has suspense items open longer
      *          than the reminder limit (src/branch-notice-parm.txt,
      *          calendar days, 10 when no parm is given) also gets a
      *          reminder section listing them. Records recycled out
      *          of suspense have no batch of their own and go to the
      *          RCY notice for the suspense desk; items with no
      *          branch at all go to UNK. Each notice written is
      *          logged to src/branch-notice-log.txt, so there is a
      *          record that the branch was told. Runs after
      *          SUSPENSE-MAINTENANCE has loaded the night's failures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-REJECTION-NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * work files are ASSIGNed through WORKING-STORAGE names:
      * 0045-RESOLVE-ENV-PATHS re-points all of them into the TEST
      * directory when the run control says TEST
           SELECT EXCEPTION-FILE ASSIGN TO
               DYNAMIC WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-EXCEPTION.
           SELECT REJECT-FILE ASSIGN TO
               DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REJECT.
           SELECT SUSPENSE-FILE ASSIGN TO
               DYNAMIC WS-SUSPENSE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SU-KEY
           FILE STATUS IS WS-FS-STATUS-SUSPENSE.

      * one notice per branch, the name built from the branch code
           SELECT NOTICE-FILE ASSIGN TO
               DYNAMIC WS-NOTICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-NOTICE.

      * one line per notice written, kept across nights
           SELECT NOTICE-LOG-FILE ASSIGN TO
               DYNAMIC WS-NOTICE-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LOG.

      * optional reminder limit in calendar days
           SELECT PARM-FILE ASSIGN TO 'src/branch-notice-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

           SELECT SORT-WORK-FILE ASSIGN TO
               'src/branch-notice-sort.tmp'.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * environment-to-directory mapping honored at startup: one line
      * per environment code naming the directory its files live in,
      * so TEST and PROD runs are physically isolated
           SELECT ENV-PATHS-FILE ASSIGN TO 'src/env-paths.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENVP.

       DATA DIVISION.
       FILE SECTION.

       FD ENV-PATHS-FILE.
       01 ENV-PATHS-REC.
           05 EP-ENV-CODE PIC X(04).
           05 EP-COMMA    PIC X(01).
           05 EP-DIRECTORY PIC X(20).
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
           05 EX-CODE     PIC X(06).
           05 EX-COMMA-1  PIC X(01).
           05 EX-NAME     PIC X(20).
           05 EX-COMMA-2  PIC X(01).
           05 EX-REASON   PIC X(30).
           05 EX-COMMA-3  PIC X(01).
           05 EX-BRANCH   PIC X(03).

       FD REJECT-FILE.
       01 REJECT-REC.
           05 RJ-CODE     PIC X(06).
           05 RJ-COMMA-1  PIC X(01).
           05 RJ-NAME     PIC X(20).
           05 RJ-COMMA-2  PIC X(01).
           05 RJ-REASON   PIC X(30).
           05 RJ-COMMA-3  PIC X(01).
           05 RJ-BRANCH   PIC X(03).

      * same layout SUSPENSE-MAINTENANCE keeps
       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
           05 SU-KEY.
               10 SU-SOURCE   PIC X(01).
               10 SU-CODE     PIC X(06).
           05 SU-NAME         PIC X(20).
           05 SU-REASON       PIC X(30).
           05 SU-LOAD-DATE    PIC 9(08).
           05 SU-AGE-DAYS     PIC 9(03).
           05 SU-STATUS       PIC X(01).
           05 SU-NEW-CODE     PIC X(06).
           05 SU-NEW-NAME     PIC X(20).
           05 SU-BRANCH       PIC X(03).

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(100).

       FD NOTICE-LOG-FILE.
       01 NOTICE-LOG-REC.
           05 NL-BUSINESS-DATE PIC 9(08).
           05 NL-COMMA-1       PIC X(01).
           05 NL-BRANCH        PIC X(03).
           05 NL-COMMA-2       PIC X(01).
           05 NL-REJECTED      PIC 9(05).
           05 NL-COMMA-3       PIC X(01).
           05 NL-REMINDERS     PIC 9(05).
           05 NL-COMMA-4       PIC X(01).
           05 NL-NOTICE-FILE   PIC X(60).

       FD PARM-FILE.
       01 PARM-REC.
           05 PM-REMINDER-DAYS PIC 9(03).

      * SN-SECTION '1' is a record rejected tonight, '2' an open
      * suspense item past the reminder limit
       SD SORT-WORK-FILE.
       01 SORT-NOTICE-REC.
           05 SN-BRANCH      PIC X(03).
           05 SN-SECTION     PIC X(01).
           05 SN-SOURCE      PIC X(01).
           05 SN-CODE        PIC X(06).
           05 SN-NAME        PIC X(20).
           05 SN-REASON      PIC X(30).
           05 SN-ENTRY-DATE  PIC 9(08).
           05 SN-AGE-DAYS    PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * every work-file path this program opens, re-pointed into the
      * environment's own directory by 0045-RESOLVE-ENV-PATHS; the
      * defaults stand when no mapping file is present
       01 WS-EXCEPTION-FILE-NAME PIC X(60) VALUE
           'src/data-exceptions.txt'.
       01 WS-REJECT-FILE-NAME PIC X(60) VALUE
           'src/write-files-rejects.txt'.
       01 WS-SUSPENSE-FILE-NAME PIC X(60) VALUE 'src/suspense.dat'.
       01 WS-NOTICE-LOG-FILE-NAME PIC X(60) VALUE
           'src/branch-notice-log.txt'.
       01 WS-NOTICE-FILE-NAME PIC X(60) VALUE SPACES.

      * environment path-isolation controls, the same mechanism
      * READ-FILES' 0045-RESOLVE-ENV-PATHS established
       01 WS-FS-STATUS-ENVP PIC X(02) VALUE '00'.
       01 WS-ENVP-END       PIC X(01) VALUE 'N'.
       01 WS-ENV-DIR        PIC X(20) VALUE 'src/'.
       01 WS-TEST-DIR       PIC X(20) VALUE SPACES.
       01 WS-TEST-DIR-LEN   PIC 9(02) VALUE ZEROS.
       01 WS-PATH-WORK      PIC X(60) VALUE SPACES.
       01 WS-PATH-TEMP      PIC X(60) VALUE SPACES.

       01 WS-FS-STATUS-EXCEPTION PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REJECT    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SUSPENSE  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NOTICE    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LOG       PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC        PIC X(02) VALUE '00'.

       01 WS-EXCEPTION-END PIC X(01) VALUE 'N'.
       01 WS-REJECT-END    PIC X(01) VALUE 'N'.
       01 WS-BROWSE-END    PIC X(01) VALUE 'N'.
       01 WS-SORT-END      PIC X(01) VALUE 'N'.
       01 WS-SUSPENSE-OPEN PIC X(01) VALUE 'N'.
       01 WS-LOG-OPEN      PIC X(01) VALUE 'N'.
       01 WS-NOTICE-OPEN   PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD  PIC X(01) VALUE 'Y'.

      * an open suspense item older than this many calendar days is
      * repeated to its branch as a reminder
       01 WS-REMINDER-DAYS PIC 9(03) VALUE 10.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE; default to TEST and to
      * today's system date when the control file is not present
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-BREAK-BRANCH  PIC X(03) VALUE SPACES.
       01 WS-BREAK-SECTION PIC X(01) VALUE SPACES.
       01 WS-BRANCH-REJECTED  PIC 9(05) VALUE ZEROS.
       01 WS-BRANCH-REMINDERS PIC 9(05) VALUE ZEROS.

       01 WS-ITEMS-RELEASED   PIC 9(07) VALUE ZEROS.
       01 WS-NOTICES-WRITTEN  PIC 9(05) VALUE ZEROS.
       01 WS-NOTICES-FAILED   PIC 9(05) VALUE ZEROS.

       01 WS-NOTICE-HEAD-LINE.
           05 FILLER      PIC X(29) VALUE
               'REJECTION NOTICE FOR BRANCH '.
           05 WN-BRANCH   PIC X(03).
           05 FILLER      PIC X(17) VALUE '   BUSINESS DATE '.
           05 WN-DATE     PIC 9(08).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(08) VALUE 'SOURCE  '.
           05 FILLER PIC X(08) VALUE 'CODE    '.
           05 FILLER PIC X(22) VALUE 'NAME'.
           05 FILLER PIC X(32) VALUE 'REASON'.
           05 FILLER PIC X(13) VALUE 'IN SUSPENSE'.
           05 WC-AGE PIC X(04) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WD-SOURCE PIC X(06).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WD-CODE   PIC X(06).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WD-NAME   PIC X(20).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WD-REASON PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WD-ENTRY-DATE PIC 9(08).
           05 FILLER    PIC X(05) VALUE SPACES.
           05 WD-AGE    PIC ZZZZ9.

       01 WS-REMINDER-HEAD-LINE.
           05 FILLER PIC X(37) VALUE
               'REMINDER -- STILL IN SUSPENSE AFTER '.
           05 WM-DAYS PIC ZZ9.
           05 FILLER PIC X(05) VALUE ' DAYS'.

       01 WS-NOTICE-TOTAL-LINE.
           05 FILLER       PIC X(19) VALUE 'REJECTED TONIGHT:  '.
           05 WT-REJECTED  PIC ZZZZ9.
           05 FILLER       PIC X(23) VALUE
               '   REMINDERS ENCLOSED: '.
           05 WT-REMINDERS PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0045-RESOLVE-ENV-PATHS
           PERFORM 0050-LOAD-PARM

           OPEN INPUT SUSPENSE-FILE
           IF WS-FS-STATUS-SUSPENSE = '00'
               MOVE 'Y' TO WS-SUSPENSE-OPEN
           ELSE
               DISPLAY 'SUSPENSE FILE NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SUSPENSE
                   ' -- NO REMINDERS, ENTRY DATES DEFAULT TO TODAY'
           END-IF

           OPEN EXTEND NOTICE-LOG-FILE
           IF WS-FS-STATUS-LOG = '35'
               OPEN OUTPUT NOTICE-LOG-FILE
           END-IF
           IF WS-FS-STATUS-LOG = '00'
               MOVE 'Y' TO WS-LOG-OPEN
           ELSE
               DISPLAY 'ERROR OPENING NOTICE LOG, STATUS: '
                   WS-FS-STATUS-LOG
               MOVE 8 TO RETURN-CODE
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SN-BRANCH SN-SECTION SN-SOURCE SN-CODE
               INPUT PROCEDURE IS 1000-LOAD-NOTICE-ITEMS
               OUTPUT PROCEDURE IS 2000-WRITE-NOTICES

           IF WS-SUSPENSE-OPEN = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-LOG-OPEN = 'Y'
               CLOSE NOTICE-LOG-FILE
           END-IF
           DISPLAY 'Notice items:           ' WS-ITEMS-RELEASED
           DISPLAY 'Branch notices written: ' WS-NOTICES-WRITTEN
           DISPLAY 'Branch notices failed:  ' WS-NOTICES-FAILED
           IF WS-NOTICES-FAILED > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set in
      * WORKING-STORAGE stand when the control file is not present
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
           END-IF
           DISPLAY 'RUN CONTROL: DATE=' WS-BUSINESS-DATE
               ' ENVIRONMENT=' WS-ENVIRONMENT-CODE.

      * resolves every work-file path for the environment the run
      * control named; a PROD run then refuses to start if any
      * resolved path points into the TEST directory
       0045-RESOLVE-ENV-PATHS.
           OPEN INPUT ENV-PATHS-FILE
           IF WS-FS-STATUS-ENVP NOT = '00'
               DISPLAY 'NO ENVIRONMENT PATH MAPPING -- DEFAULT '
                   'PATHS IN EFFECT'
           ELSE
               PERFORM UNTIL WS-ENVP-END = 'S'
                   READ ENV-PATHS-FILE
                       AT END
                           MOVE 'S' TO WS-ENVP-END
                       NOT AT END
                           IF EP-ENV-CODE = WS-ENVIRONMENT-CODE
                               MOVE EP-DIRECTORY TO WS-ENV-DIR
                           END-IF
                           IF EP-ENV-CODE = 'TEST'
                               MOVE EP-DIRECTORY TO WS-TEST-DIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENV-PATHS-FILE
               PERFORM 0046-APPLY-ENV-TO-ALL-PATHS
               PERFORM 0048-GUARD-PROD-PATHS
               DISPLAY 'ENVIRONMENT DIRECTORY: ' WS-ENV-DIR
           END-IF.

       0046-APPLY-ENV-TO-ALL-PATHS.
           MOVE WS-EXCEPTION-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-EXCEPTION-FILE-NAME
           MOVE WS-REJECT-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REJECT-FILE-NAME
           MOVE WS-SUSPENSE-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-SUSPENSE-FILE-NAME
           MOVE WS-NOTICE-LOG-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-NOTICE-LOG-FILE-NAME.

      * swaps a leading src/ for this environment's directory; paths
      * an operator already pointed elsewhere are left exactly as
      * keyed
       0047-APPLY-ENV-TO-PATH.
           IF WS-PATH-WORK (1:4) = 'src/' AND WS-ENV-DIR NOT = 'src/'
               MOVE WS-PATH-WORK TO WS-PATH-TEMP
               MOVE SPACES TO WS-PATH-WORK
               STRING WS-ENV-DIR DELIMITED BY SPACE
                   WS-PATH-TEMP (5:56) DELIMITED BY SIZE
                   INTO WS-PATH-WORK
           END-IF.

       0048-GUARD-PROD-PATHS.
           IF WS-ENVIRONMENT-CODE NOT = 'PROD'
                   OR WS-TEST-DIR = SPACES
                   OR WS-TEST-DIR = 'src/'
               EXIT PARAGRAPH
           END-IF
           MOVE 20 TO WS-TEST-DIR-LEN
           PERFORM UNTIL WS-TEST-DIR-LEN = ZEROS
                   OR WS-TEST-DIR (WS-TEST-DIR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEST-DIR-LEN
           END-PERFORM
           IF WS-TEST-DIR-LEN = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EXCEPTION-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-REJECT-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-SUSPENSE-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-NOTICE-LOG-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               DISPLAY 'PROD RUN REFUSED: A RESOLVED FILE PATH '
                   'POINTS INTO THE TEST DIRECTORY ' WS-TEST-DIR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * a missing or non-numeric parm leaves the default limit
       0050-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PM-REMINDER-DAYS IS NUMERIC
                           MOVE PM-REMINDER-DAYS TO WS-REMINDER-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'REMINDER LIMIT: ' WS-REMINDER-DAYS ' DAYS'.

      * tonight's exceptions and rejects, then the overdue suspense
      * items, all into one sort by branch
       1000-LOAD-NOTICE-ITEMS.
           OPEN INPUT EXCEPTION-FILE
           IF WS-FS-STATUS-EXCEPTION NOT = '00'
               DISPLAY 'NO EXCEPTION FILE THIS RUN, STATUS: '
                   WS-FS-STATUS-EXCEPTION
           ELSE
               PERFORM UNTIL WS-EXCEPTION-END = 'S'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'S' TO WS-EXCEPTION-END
                       NOT AT END
                           MOVE 'E'       TO SN-SOURCE
                           MOVE EX-CODE   TO SN-CODE
                           MOVE EX-NAME   TO SN-NAME
                           MOVE EX-REASON TO SN-REASON
                           MOVE EX-BRANCH TO SN-BRANCH
                           PERFORM 1100-RELEASE-TONIGHT
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-FS-STATUS-REJECT NOT = '00'
               DISPLAY 'NO REJECT FILE THIS RUN, STATUS: '
                   WS-FS-STATUS-REJECT
           ELSE
               PERFORM UNTIL WS-REJECT-END = 'S'
                   READ REJECT-FILE
                       AT END
                           MOVE 'S' TO WS-REJECT-END
                       NOT AT END
                           MOVE 'R'       TO SN-SOURCE
                           MOVE RJ-CODE   TO SN-CODE
                           MOVE RJ-NAME   TO SN-NAME
                           MOVE RJ-REASON TO SN-REASON
                           MOVE RJ-BRANCH TO SN-BRANCH
                           PERFORM 1100-RELEASE-TONIGHT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF
           IF WS-SUSPENSE-OPEN = 'Y'
               PERFORM 1200-RELEASE-REMINDERS
           END-IF.

      * the entry date is the suspense item's load date; a failure
      * already on suspense from an earlier night keeps its first date
       1100-RELEASE-TONIGHT.
           MOVE '1' TO SN-SECTION
           MOVE ZEROS TO SN-AGE-DAYS
           IF SN-BRANCH = SPACES
               MOVE 'UNK' TO SN-BRANCH
           END-IF
           MOVE WS-BUSINESS-DATE TO SN-ENTRY-DATE
           IF WS-SUSPENSE-OPEN = 'Y'
               MOVE SN-SOURCE TO SU-SOURCE
               MOVE SN-CODE TO SU-CODE
               READ SUSPENSE-FILE
                   NOT INVALID KEY
                       MOVE SU-LOAD-DATE TO SN-ENTRY-DATE
               END-READ
           END-IF
           RELEASE SORT-NOTICE-REC
           ADD 1 TO WS-ITEMS-RELEASED.

      * every open exception or reject older than the reminder limit;
      * sweep orphans and reconciliation breaks belong to no branch
       1200-RELEASE-REMINDERS.
           MOVE LOW-VALUES TO SU-KEY
           START SUSPENSE-FILE KEY NOT < SU-KEY
               INVALID KEY
                   MOVE 'S' TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END = 'S'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BROWSE-END
                   NOT AT END
                       IF SU-STATUS = 'O'
                               AND (SU-SOURCE = 'E' OR SU-SOURCE = 'R')
                           PERFORM 1210-CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       1210-CHECK-ONE-ITEM.
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE SU-LOAD-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT > WS-REMINDER-DAYS
               MOVE SU-BRANCH    TO SN-BRANCH
               IF SN-BRANCH = SPACES
                   MOVE 'UNK' TO SN-BRANCH
               END-IF
               MOVE '2'          TO SN-SECTION
               MOVE SU-SOURCE    TO SN-SOURCE
               MOVE SU-CODE      TO SN-CODE
               MOVE SU-NAME      TO SN-NAME
               MOVE SU-REASON    TO SN-REASON
               MOVE SU-LOAD-DATE TO SN-ENTRY-DATE
               MOVE DU-DAYS-OUT  TO SN-AGE-DAYS
               RELEASE SORT-NOTICE-REC
               ADD 1 TO WS-ITEMS-RELEASED
           END-IF.

       2000-WRITE-NOTICES.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-BREAK
                       PERFORM 2200-WRITE-ITEM
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2400-CLOSE-NOTICE
           END-IF.

       2100-CHECK-BREAK.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM 2300-OPEN-NOTICE
           ELSE
               IF SN-BRANCH NOT = WS-BREAK-BRANCH
                   PERFORM 2400-CLOSE-NOTICE
                   PERFORM 2300-OPEN-NOTICE
               END-IF
           END-IF
           IF SN-SECTION NOT = WS-BREAK-SECTION
               MOVE SN-SECTION TO WS-BREAK-SECTION
               PERFORM 2150-WRITE-SECTION-HEAD
           END-IF.

       2150-WRITE-SECTION-HEAD.
           IF WS-NOTICE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF SN-SECTION = '1'
               MOVE 'RECORDS REJECTED FROM YOUR TRANSMISSION TONIGHT'
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO WC-AGE
           ELSE
               MOVE WS-REMINDER-DAYS TO WM-DAYS
               WRITE NOTICE-LINE FROM WS-REMINDER-HEAD-LINE
               MOVE ' AGE' TO WC-AGE
           END-IF
           WRITE NOTICE-LINE FROM WS-COLUMN-LINE.

       2200-WRITE-ITEM.
           IF SN-SECTION = '1'
               ADD 1 TO WS-BRANCH-REJECTED
           ELSE
               ADD 1 TO WS-BRANCH-REMINDERS
           END-IF
           IF WS-NOTICE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE SN-SOURCE
               WHEN 'E'
                   MOVE 'READ'  TO WD-SOURCE
               WHEN 'R'
                   MOVE 'WRITE' TO WD-SOURCE
               WHEN OTHER
                   MOVE SN-SOURCE TO WD-SOURCE
           END-EVALUATE
           MOVE SN-CODE       TO WD-CODE
           MOVE SN-NAME       TO WD-NAME
           MOVE SN-REASON     TO WD-REASON
           MOVE SN-ENTRY-DATE TO WD-ENTRY-DATE
           MOVE SN-AGE-DAYS   TO WD-AGE
           MOVE WS-DETAIL-LINE TO NOTICE-LINE
           IF SN-SECTION = '1'
               MOVE SPACES TO NOTICE-LINE (84:5)
           END-IF
           WRITE NOTICE-LINE.

       2300-OPEN-NOTICE.
           MOVE SN-BRANCH TO WS-BREAK-BRANCH
           MOVE SPACES TO WS-BREAK-SECTION
           MOVE ZEROS TO WS-BRANCH-REJECTED
           MOVE ZEROS TO WS-BRANCH-REMINDERS
           MOVE SPACES TO WS-NOTICE-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               'branch-notice-' WS-BREAK-BRANCH '.txt'
               DELIMITED BY SIZE INTO WS-NOTICE-FILE-NAME
           OPEN OUTPUT NOTICE-FILE
           IF WS-FS-STATUS-NOTICE NOT = '00'
               DISPLAY 'ERROR OPENING NOTICE ' WS-NOTICE-FILE-NAME
                   ' STATUS: ' WS-FS-STATUS-NOTICE
               MOVE 'N' TO WS-NOTICE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NOTICE-OPEN
           MOVE WS-BREAK-BRANCH TO WN-BRANCH
           MOVE WS-BUSINESS-DATE TO WN-DATE
           WRITE NOTICE-LINE FROM WS-NOTICE-HEAD-LINE.

      * totals, then the log line that shows the branch was told
       2400-CLOSE-NOTICE.
           IF WS-NOTICE-OPEN = 'N'
               ADD 1 TO WS-NOTICES-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-BRANCH-REJECTED TO WT-REJECTED
           MOVE WS-BRANCH-REMINDERS TO WT-REMINDERS
           WRITE NOTICE-LINE FROM WS-NOTICE-TOTAL-LINE
           CLOSE NOTICE-FILE
           MOVE 'N' TO WS-NOTICE-OPEN
           ADD 1 TO WS-NOTICES-WRITTEN
           DISPLAY 'NOTICE FOR BRANCH ' WS-BREAK-BRANCH
               ' REJECTED=' WS-BRANCH-REJECTED
               ' REMINDERS=' WS-BRANCH-REMINDERS
           IF WS-LOG-OPEN = 'Y'
               MOVE WS-BUSINESS-DATE    TO NL-BUSINESS-DATE
               MOVE ','                 TO NL-COMMA-1
               MOVE WS-BREAK-BRANCH     TO NL-BRANCH
               MOVE ','                 TO NL-COMMA-2
               MOVE WS-BRANCH-REJECTED  TO NL-REJECTED
               MOVE ','                 TO NL-COMMA-3
               MOVE WS-BRANCH-REMINDERS TO NL-REMINDERS
               MOVE ','                 TO NL-COMMA-4
               MOVE WS-NOTICE-FILE-NAME TO NL-NOTICE-FILE
               WRITE NOTICE-LOG-REC
               IF WS-FS-STATUS-LOG NOT = '00'
                   DISPLAY 'ERROR WRITING NOTICE LOG, STATUS: '
                       WS-FS-STATUS-LOG ' FOR BRANCH '
                       WS-BREAK-BRANCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
