      ******************************************************************
      * Author:
      * Date:
      * Purpose: transaction flow for the batch control files named
      *          in DATA-CONTROL-FILES.CPY -- the batch schedule, the
      *          partner profiles, the retention policy, the
      *          environment paths, the standing thresholds and the
      *          letter templates -- so they stop being changed in a
      *          text editor. Add ('A') supplies a whole line, change
      *          ('C') one named field of a line, delete ('D') drops
      *          a line and inquire ('I') answers for a line or one
      *          field of it; a line is found by its key and, in a
      *          file whose lines share keys, by its occurrence.
      *          Authority is checked per file id like the other
      *          maintenance programs, sign-on is honored, every
      *          transaction lands on the shared audit trail, and
      *          each changed field goes to the shared journal as a
      *          before and an after image under CTL-<file id>.
      *          Every file this run rewrites is recorded as an image
      *          beside it for CONTROL-FILE-DRIFT to hold the file to
      *          each night; a file that no longer matches its image
      *          was changed outside this program and is refused
      *          until a baseline ('B') records it as it stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-FILE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TRANS-FILE ASSIGN TO
               'src/control-file-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT CONTROL-MAINT-REPORT ASSIGN TO
               'src/control-file-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'src/master-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

      * each control file and its recorded image are opened through
      * WORKING-STORAGE names built from DATA-CONTROL-FILES.CPY
           SELECT CONTROL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CONTROL.
           SELECT CONTROL-IMAGE-FILE ASSIGN TO
               DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-IMAGE.

      * authorization reference: which users may Add, Change,
      * Delete or Baseline on which control file; checked before any
      * transaction is applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram before any
      * transaction is read
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-TRANS-FILE.
       01 CONTROL-TRANS-REC.
           05 CT-ACTION      PIC X(01).
           05 CT-COMMA-1     PIC X(01).
           05 CT-FILE-ID     PIC X(04).
           05 CT-COMMA-2     PIC X(01).
           05 CT-USER-ID     PIC X(08).
           05 CT-COMMA-3     PIC X(01).
           05 CT-KEY         PIC X(30).
           05 CT-COMMA-4     PIC X(01).
           05 CT-OCCURRENCE  PIC X(02).
           05 CT-COMMA-5     PIC X(01).
           05 CT-FIELD-NAME  PIC X(16).
           05 CT-COMMA-6     PIC X(01).
           05 CT-VALUE       PIC X(216).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(216).

       FD CONTROL-IMAGE-FILE.
       01 CONTROL-IMAGE-LINE PIC X(216).

       FD CONTROL-MAINT-REPORT.
       01 CONTROL-MAINT-REPORT-LINE PIC X(132).

       FD MASTER-JOURNAL-FILE.
       COPY 'src/DATA-JOURNAL.CPY'.

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
      * AUDIT-WRITER subprogram, the single serialized path onto
      * src/audit-trail.txt
       COPY 'src/DATA-AUDIT.CPY'.

       COPY 'src/DATA-CONTROL-FILES.CPY'.

       01 WS-TRANS-END         PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-JOURNAL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CONTROL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-IMAGE   PIC X(02) VALUE '00'.
       01 WS-CONTROL-END       PIC X(01) VALUE 'N'.
       01 WS-IMAGE-END         PIC X(01) VALUE 'N'.
       01 WS-CONTROL-FILE-NAME PIC X(60) VALUE SPACES.
       01 WS-IMAGE-FILE-NAME   PIC X(60) VALUE SPACES.
       01 WS-TRANS-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE    PIC X(40).
       01 WS-AUDIT-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME        PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE PIC X(01).
           88 WS-ACTION-ADD      VALUE 'A'.
           88 WS-ACTION-CHANGE   VALUE 'C'.
           88 WS-ACTION-DELETE   VALUE 'D'.
           88 WS-ACTION-INQUIRE  VALUE 'I'.
           88 WS-ACTION-BASELINE VALUE 'B'.

      * every field of every control file line: the file id, the
      * name a change transaction gives it, where it sits on the line
      * and how long it is, and its class -- K the key, which a
      * change may not touch, N numeric (blank is allowed, the
      * readers default it), X anything
       01 WS-FIELD-MAP-VALUES.
           05 FILLER PIC X(27) VALUE 'SCHDSTEP-NAME       001030K'.
           05 FILLER PIC X(27) VALUE 'SCHDCOMMAND         032040X'.
           05 FILLER PIC X(27) VALUE 'SCHDENABLED         073001X'.
           05 FILLER PIC X(27) VALUE 'SCHDALLOW-WARN      075001X'.
           05 FILLER PIC X(27) VALUE 'SCHDFREQUENCY       077007X'.
           05 FILLER PIC X(27) VALUE 'SCHDBUDGET-MINS     085003N'.
           05 FILLER PIC X(27) VALUE 'SCHDINPUT-CLASS     089001X'.
           05 FILLER PIC X(27) VALUE 'SCHDLATE-ACTION     091001X'.
           05 FILLER PIC X(27) VALUE 'SCHDPREDECESSOR-1   093030X'.
           05 FILLER PIC X(27) VALUE 'SCHDPREDECESSOR-2   124030X'.
           05 FILLER PIC X(27) VALUE 'SCHDPREDECESSOR-3   155030X'.
           05 FILLER PIC X(27) VALUE 'SCHDPREDECESSOR-4   186030X'.
           05 FILLER PIC X(27) VALUE 'PARTPARTNER-ID      001008K'.
           05 FILLER PIC X(27) VALUE 'PARTMODE            010005X'.
           05 FILLER PIC X(27) VALUE 'PARTRESYNC-DAY      016002N'.
           05 FILLER PIC X(27) VALUE 'PARTSEND-NAME       019001X'.
           05 FILLER PIC X(27) VALUE 'PARTSEND-CITY       020001X'.
           05 FILLER PIC X(27) VALUE 'PARTSEND-STATE      021001X'.
           05 FILLER PIC X(27) VALUE 'PARTSEND-COUNTRY    022001X'.
           05 FILLER PIC X(27) VALUE 'PARTEXTRACT-NAME    024030X'.
           05 FILLER PIC X(27) VALUE 'PARTMANIFEST-NAME   055030X'.
           05 FILLER PIC X(27) VALUE 'PARTMARKETING-USE   086001X'.
           05 FILLER PIC X(27) VALUE 'PARTRECORD-RATE     088005N'.
           05 FILLER PIC X(27) VALUE 'RETNFILE-ID         001004K'.
           05 FILLER PIC X(27) VALUE 'RETNMONTHS          006003N'.
           05 FILLER PIC X(27) VALUE 'ENVPENV-CODE        001004K'.
           05 FILLER PIC X(27) VALUE 'ENVPDIRECTORY       006020X'.
           05 FILLER PIC X(27) VALUE 'STHRHONOR-MIN       001004N'.
           05 FILLER PIC X(27) VALUE 'STHRPROBATION-MAX   006004N'.
           05 FILLER PIC X(27) VALUE 'LTRSEVENT           001010K'.
           05 FILLER PIC X(27) VALUE 'LTRSTEXT            012060X'.
           05 FILLER PIC X(27) VALUE 'DISTRECIPIENT-ID    001008K'.
           05 FILLER PIC X(27) VALUE 'DISTREPORT-ID       010012K'.
           05 FILLER PIC X(27) VALUE 'DISTFREQUENCY       023007X'.
           05 FILLER PIC X(27) VALUE 'DISTCOPIES          031002N'.
           05 FILLER PIC X(27) VALUE 'DISTRECIPIENT-NAME  034030X'.
       01 WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
           05 WS-FM-ENTRY OCCURS 36 TIMES.
               10 WS-FM-FILE-ID PIC X(04).
               10 WS-FM-NAME    PIC X(16).
               10 WS-FM-START   PIC 9(03).
               10 WS-FM-LEN     PIC 9(03).
               10 WS-FM-CLASS   PIC X(01).
       01 WS-FM-COUNT PIC 9(02) VALUE 36.
       01 WS-FM-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-FM-HIT   PIC 9(02) VALUE ZEROS.

      * every line of every control file held in storage for the
      * run, each file's lines together and in file order, the same
      * load-apply-rewrite shape PERSON-MAINTENANCE works in
       01 WS-LN-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 400 TIMES.
               10 WS-LN-FILE PIC 9(02).
               10 WS-LN-TEXT PIC X(216).
       01 WS-LN-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-HIT-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-INSERT-AT PIC 9(03) VALUE ZEROS.
       01 WS-SHIFT-IDX PIC 9(03) VALUE ZEROS.

      * per control file: changed this run, image to be recorded,
      * and found changed outside this program at load
       01 WS-CF-STATE-TABLE.
           05 WS-CS-ENTRY OCCURS 7 TIMES.
               10 WS-CS-CHANGED  PIC X(01) VALUE 'N'.
               10 WS-CS-BASELINE PIC X(01) VALUE 'N'.
               10 WS-CS-DRIFTED  PIC X(01) VALUE 'N'.
       01 WS-HIT-CF      PIC 9(02) VALUE ZEROS.
       01 WS-KEY-START   PIC 9(03) VALUE ZEROS.
       01 WS-KEY-LEN     PIC 9(03) VALUE ZEROS.
       01 WS-LINE-LEN    PIC 9(03) VALUE ZEROS.
       01 WS-OCCURRENCE  PIC 9(02) VALUE ZEROS.
       01 WS-OCC-SEEN    PIC 9(02) VALUE ZEROS.
       01 WS-LOOK-KEY    PIC X(30) VALUE SPACES.
       01 WS-FILE-LINES  PIC 9(03) VALUE ZEROS.
       01 WS-IMAGE-LINES PIC 9(03) VALUE ZEROS.
       01 WS-FIELD-START PIC 9(03) VALUE ZEROS.
       01 WS-FIELD-LEN   PIC 9(03) VALUE ZEROS.
       01 WS-NEW-LINE    PIC X(216) VALUE SPACES.

       01 WS-IMAGE-TYPE   PIC X(01) VALUE SPACE.
       01 WS-JOURNAL-KEY  PIC X(30) VALUE SPACES.
       01 WS-FIELD-IMAGE  PIC X(100) VALUE SPACES.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE SPACES.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: the operator's id and password come off the
      * sign-on parm file, and when sign-on is in force every
      * transaction must carry the signed-on user's id
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT CONTROL-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO CONTROL FILE TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               PERFORM 0080-LOAD-CONTROL-FILE
           END-PERFORM
           OPEN OUTPUT CONTROL-MAINT-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ CONTROL-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE CT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE CONTROL-TRANS-FILE
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CS-CHANGED (WS-CF-IDX) = 'Y'
                   PERFORM 0700-REWRITE-CONTROL-FILE
               END-IF
               IF WS-CS-CHANGED (WS-CF-IDX) = 'Y'
                       OR WS-CS-BASELINE (WS-CF-IDX) = 'Y'
                   PERFORM 0720-RECORD-IMAGE
               END-IF
           END-PERFORM
           CLOSE CONTROL-MAINT-REPORT
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           DISPLAY 'Lines changed:          ' WS-CHANGE-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * loads one control file behind the lines already held, then
      * holds it to the image last recorded for it: a file that no
      * longer matches was changed outside this program
       0080-LOAD-CONTROL-FILE.
           PERFORM 0090-NAME-CONTROL-FILES
           MOVE ZEROS TO WS-FILE-LINES
           MOVE 'N' TO WS-CONTROL-END
           OPEN INPUT CONTROL-FILE
           IF WS-FS-STATUS-CONTROL = '00'
               PERFORM UNTIL WS-CONTROL-END = 'S'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'S' TO WS-CONTROL-END
                       NOT AT END

      * every file is rewritten from this table when anything in it
      * changes, so overrunning it would silently drop the tail --
      * the run stops loudly instead, the established convention
                           IF WS-LN-COUNT >= 400
                               DISPLAY 'RUN STOPPED: CONTROL FILES '
                                   'EXCEED THE 400-LINE TABLE'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LN-COUNT
                           ADD 1 TO WS-FILE-LINES
                           MOVE WS-CF-IDX TO WS-LN-FILE (WS-LN-COUNT)
                           MOVE CONTROL-LINE TO
                               WS-LN-TEXT (WS-LN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF

           OPEN INPUT CONTROL-IMAGE-FILE
           IF WS-FS-STATUS-IMAGE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-IMAGE-LINES
           MOVE 'N' TO WS-IMAGE-END
           COMPUTE WS-LN-IDX = WS-LN-COUNT - WS-FILE-LINES
           PERFORM UNTIL WS-IMAGE-END = 'S'
               READ CONTROL-IMAGE-FILE
                   AT END
                       MOVE 'S' TO WS-IMAGE-END
                   NOT AT END
                       ADD 1 TO WS-IMAGE-LINES
                       ADD 1 TO WS-LN-IDX
                       IF WS-IMAGE-LINES > WS-FILE-LINES
                           MOVE 'Y' TO WS-CS-DRIFTED (WS-CF-IDX)
                       ELSE
                           IF CONTROL-IMAGE-LINE NOT =
                                   WS-LN-TEXT (WS-LN-IDX)
                               MOVE 'Y' TO WS-CS-DRIFTED (WS-CF-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-IMAGE-FILE
           IF WS-IMAGE-LINES NOT = WS-FILE-LINES
               MOVE 'Y' TO WS-CS-DRIFTED (WS-CF-IDX)
           END-IF
           IF WS-CS-DRIFTED (WS-CF-IDX) = 'Y'
               DISPLAY 'CONTROL FILE ' WS-CF-ID (WS-CF-IDX)
                   ' DOES NOT MATCH ITS RECORDED IMAGE -- CHANGES '
                   'REFUSED UNTIL IT IS BASELINED'
           END-IF.

       0090-NAME-CONTROL-FILES.
           MOVE SPACES TO WS-CONTROL-FILE-NAME
           STRING 'src/' WS-CF-FILE-NAME (WS-CF-IDX)
               DELIMITED BY SPACE INTO WS-CONTROL-FILE-NAME
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'src/' WS-CF-IMAGE-NAME (WS-CF-IDX)
               DELIMITED BY SPACE INTO WS-IMAGE-FILE-NAME.

       0100-PROCESS-TRANSACTION.
           MOVE CT-FILE-ID TO WS-AUTH-MASTER-ID
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' CT-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0110-SELECT-CONTROL-FILE
           IF WS-HIT-CF = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'UNKNOWN CONTROL FILE ID' TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-CS-DRIFTED (WS-HIT-CF) = 'Y'
                   AND NOT WS-ACTION-INQUIRE
                   AND NOT WS-ACTION-BASELINE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'REFUSED, FILE CHANGED OUTSIDE MAINT'
                   TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-LINE
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-FIELD
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-LINE
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-LINE
               WHEN WS-ACTION-BASELINE
                   PERFORM 0550-BASELINE-FILE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * finds the transaction's control file and the shape of its
      * key; an occurrence left blank or zero means the first
       0110-SELECT-CONTROL-FILE.
           MOVE ZEROS TO WS-HIT-CF
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-ID (WS-CF-IDX) = CT-FILE-ID
                   MOVE WS-CF-IDX TO WS-HIT-CF
               END-IF
           END-PERFORM
           IF WS-HIT-CF = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT-CF TO WS-CF-IDX
           MOVE WS-CF-KEY-START (WS-CF-IDX) TO WS-KEY-START
           MOVE WS-CF-KEY-LEN (WS-CF-IDX) TO WS-KEY-LEN
           MOVE WS-CF-LINE-LEN (WS-CF-IDX) TO WS-LINE-LEN
           IF CT-OCCURRENCE IS NUMERIC AND CT-OCCURRENCE NOT = '00'
               MOVE CT-OCCURRENCE TO WS-OCCURRENCE
           ELSE
               MOVE 1 TO WS-OCCURRENCE
           END-IF
           MOVE CT-KEY TO WS-LOOK-KEY.

      * an add supplies the whole line as the file carries it; a
      * keyed line must not already be on file unless the file's
      * lines share keys, when it goes in after the last line with
      * its key, and a one-line file takes only its one line
       0200-ADD-LINE.
           MOVE CT-VALUE TO WS-NEW-LINE
           IF WS-LINE-LEN < 216
               IF WS-NEW-LINE (WS-LINE-LEN + 1:) NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ADD FAILED, LINE LONGER THAN LAYOUT' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-RESULT-MESSAGE
           PERFORM 0250-VALIDATE-NUMERIC-FIELDS
           IF WS-RESULT-MESSAGE NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-LEN = ZEROS
               MOVE 1 TO WS-OCCURRENCE
               PERFORM 0600-FIND-LINE
               IF WS-HIT-IDX > ZEROS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ADD FAILED, FILE ALREADY HAS ITS LINE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-LOOK-KEY
               MOVE WS-NEW-LINE (WS-KEY-START:WS-KEY-LEN) TO
                   WS-LOOK-KEY
               IF WS-LOOK-KEY = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ADD FAILED, KEY IS BLANK' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-OCCURRENCE
               PERFORM 0600-FIND-LINE
               IF WS-HIT-IDX > ZEROS
                       AND WS-CF-REPEATS (WS-HIT-CF) = 'N'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ADD FAILED, KEY ALREADY ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LN-COUNT >= 400
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, CONTROL TABLE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0260-FIND-INSERT-POINT
           MOVE WS-LN-COUNT TO WS-SHIFT-IDX
           PERFORM UNTIL WS-SHIFT-IDX < WS-INSERT-AT
               MOVE WS-LN-ENTRY (WS-SHIFT-IDX) TO
                   WS-LN-ENTRY (WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM
           ADD 1 TO WS-LN-COUNT
           MOVE WS-HIT-CF TO WS-LN-FILE (WS-INSERT-AT)
           MOVE WS-NEW-LINE TO WS-LN-TEXT (WS-INSERT-AT)
           MOVE WS-INSERT-AT TO WS-HIT-IDX
           MOVE 'Y' TO WS-CS-CHANGED (WS-HIT-CF)
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 0640-BUILD-JOURNAL-KEY
           MOVE 'NO PRIOR ENTRY' TO WS-FIELD-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-CONTROL-JOURNAL
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0660-JOURNAL-EVERY-FIELD
           MOVE 'ADDED' TO WS-RESULT-MESSAGE.

      * numeric fields must be numeric or left blank for the reader
      * to default
       0250-VALIDATE-NUMERIC-FIELDS.
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
                   OR WS-RESULT-MESSAGE NOT = SPACES
               IF WS-FM-FILE-ID (WS-FM-IDX) = CT-FILE-ID
                       AND WS-FM-CLASS (WS-FM-IDX) = 'N'
                   MOVE WS-FM-START (WS-FM-IDX) TO WS-FIELD-START
                   MOVE WS-FM-LEN (WS-FM-IDX) TO WS-FIELD-LEN
                   IF WS-NEW-LINE (WS-FIELD-START:WS-FIELD-LEN)
                           NOT NUMERIC
                       AND WS-NEW-LINE
                           (WS-FIELD-START:WS-FIELD-LEN) NOT = SPACES
                       STRING 'ADD FAILED, ' DELIMITED BY SIZE
                           WS-FM-NAME (WS-FM-IDX) DELIMITED BY SPACE
                           ' NOT NUMERIC' DELIMITED BY SIZE
                           INTO WS-RESULT-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.

      * a new line goes after the last line sharing its key when
      * the file allows that, otherwise after the file's last line
       0260-FIND-INSERT-POINT.
           MOVE ZEROS TO WS-INSERT-AT
           MOVE ZEROS TO WS-HIT-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-FILE (WS-LN-IDX) <= WS-HIT-CF
                   MOVE WS-LN-IDX TO WS-INSERT-AT
               END-IF
               IF WS-LN-FILE (WS-LN-IDX) = WS-HIT-CF
                       AND WS-CF-REPEATS (WS-HIT-CF) = 'Y'
                       AND WS-KEY-LEN > ZEROS
                   IF WS-LN-TEXT (WS-LN-IDX)
                           (WS-KEY-START:WS-KEY-LEN) =
                           WS-LOOK-KEY (1:WS-KEY-LEN)
                       MOVE WS-LN-IDX TO WS-HIT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-IDX > ZEROS AND WS-CF-REPEATS (WS-HIT-CF) = 'Y'
               MOVE WS-HIT-IDX TO WS-INSERT-AT
           END-IF
           ADD 1 TO WS-INSERT-AT
           MOVE ZEROS TO WS-OCCURRENCE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX >= WS-INSERT-AT
               PERFORM 0610-COUNT-IF-KEY-MATCHES
           END-PERFORM
           ADD 1 TO WS-OCCURRENCE.

      * a change overlays one named field of the line; the key is
      * not changed in place -- the line is deleted and added again
       0300-CHANGE-FIELD.
           PERFORM 0600-FIND-LINE
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, LINE NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0620-FIND-FIELD
           IF WS-FM-HIT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, NO SUCH FIELD' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-CLASS (WS-FM-HIT) = 'K'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, KEY FIELD' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-CLASS (WS-FM-HIT) = 'N'
                   AND CT-VALUE (1:WS-FIELD-LEN) NOT NUMERIC
                   AND CT-VALUE (1:WS-FIELD-LEN) NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, VALUE NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CT-VALUE (WS-FIELD-LEN + 1:) NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, VALUE TOO LONG FOR FIELD' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-TEXT (WS-HIT-IDX) (WS-FIELD-START:WS-FIELD-LEN)
                   = CT-VALUE (1:WS-FIELD-LEN)
               MOVE 'NO CHANGE, FIELD ALREADY HOLDS VALUE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0640-BUILD-JOURNAL-KEY
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0670-JOURNAL-ONE-FIELD
           MOVE CT-VALUE (1:WS-FIELD-LEN) TO
               WS-LN-TEXT (WS-HIT-IDX) (WS-FIELD-START:WS-FIELD-LEN)
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0670-JOURNAL-ONE-FIELD
           MOVE 'Y' TO WS-CS-CHANGED (WS-HIT-CF)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'CHANGED ' WS-FM-NAME (WS-FM-HIT)
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * a delete journals every field of the line as it stood
       0400-DELETE-LINE.
           PERFORM 0600-FIND-LINE
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DELETE FAILED, LINE NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0640-BUILD-JOURNAL-KEY
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0660-JOURNAL-EVERY-FIELD
           MOVE 'ENTRY DELETED' TO WS-FIELD-IMAGE
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-CONTROL-JOURNAL
           MOVE WS-HIT-IDX TO WS-SHIFT-IDX
           PERFORM UNTIL WS-SHIFT-IDX >= WS-LN-COUNT
               MOVE WS-LN-ENTRY (WS-SHIFT-IDX + 1) TO
                   WS-LN-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-LN-COUNT
           MOVE 'Y' TO WS-CS-CHANGED (WS-HIT-CF)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

      * answers with one field when the inquiry names it, otherwise
      * with the start of the line
       0500-INQUIRE-LINE.
           PERFORM 0600-FIND-LINE
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, LINE NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF CT-FIELD-NAME = SPACES
               STRING 'FOUND ' WS-LN-TEXT (WS-HIT-IDX) (1:34)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0620-FIND-FIELD
           IF WS-FM-HIT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, NO SUCH FIELD' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           STRING WS-FM-NAME (WS-FM-HIT) DELIMITED BY SPACE
               '=' WS-LN-TEXT (WS-HIT-IDX)
                   (WS-FIELD-START:WS-FIELD-LEN)
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * adopts the file as it now stands: its image is recorded at
      * the end of the run and changes to it are taken again. The
      * audit entry is the record of who accepted an outside edit
       0550-BASELINE-FILE.
           MOVE 'Y' TO WS-CS-BASELINE (WS-HIT-CF)
           IF WS-CS-DRIFTED (WS-HIT-CF) = 'Y'
               MOVE 'N' TO WS-CS-DRIFTED (WS-HIT-CF)
               MOVE 'OUTSIDE CHANGE ACCEPTED, IMAGE RECORDED' TO
                   WS-RESULT-MESSAGE
           ELSE
               MOVE 'IMAGE RECORDED AS FILE STANDS' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * finds the wanted occurrence of the wanted key in the chosen
      * file; a file with no key counts every line
       0600-FIND-LINE.
           MOVE ZEROS TO WS-HIT-IDX
           MOVE ZEROS TO WS-OCC-SEEN
           MOVE ZEROS TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX = WS-LN-COUNT
                   OR WS-HIT-IDX > ZEROS
               ADD 1 TO WS-LN-IDX
               IF WS-LN-FILE (WS-LN-IDX) = WS-HIT-CF
                   IF WS-KEY-LEN = ZEROS
                       ADD 1 TO WS-OCC-SEEN
                   ELSE
                       IF WS-LN-TEXT (WS-LN-IDX)
                               (WS-KEY-START:WS-KEY-LEN) =
                               WS-LOOK-KEY (1:WS-KEY-LEN)
                           ADD 1 TO WS-OCC-SEEN
                       END-IF
                   END-IF
                   IF WS-OCC-SEEN = WS-OCCURRENCE
                       MOVE WS-LN-IDX TO WS-HIT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       0610-COUNT-IF-KEY-MATCHES.
           IF WS-LN-FILE (WS-LN-IDX) NOT = WS-HIT-CF
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-LEN = ZEROS
               ADD 1 TO WS-OCCURRENCE
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-TEXT (WS-LN-IDX) (WS-KEY-START:WS-KEY-LEN) =
                   WS-LOOK-KEY (1:WS-KEY-LEN)
               ADD 1 TO WS-OCCURRENCE
           END-IF.

       0620-FIND-FIELD.
           MOVE ZEROS TO WS-FM-HIT
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
               IF WS-FM-FILE-ID (WS-FM-IDX) = CT-FILE-ID
                       AND WS-FM-NAME (WS-FM-IDX) = CT-FIELD-NAME
                   MOVE WS-FM-IDX TO WS-FM-HIT
                   MOVE WS-FM-START (WS-FM-IDX) TO WS-FIELD-START
                   MOVE WS-FM-LEN (WS-FM-IDX) TO WS-FIELD-LEN
               END-IF
           END-PERFORM.

      * the journal key is the line's key, with its occurrence when
      * the file's lines share keys
       0640-BUILD-JOURNAL-KEY.
           MOVE SPACES TO WS-JOURNAL-KEY
           IF WS-KEY-LEN > ZEROS
               MOVE WS-LN-TEXT (WS-HIT-IDX) (WS-KEY-START:WS-KEY-LEN)
                   TO WS-JOURNAL-KEY
           END-IF
           IF WS-CF-REPEATS (WS-HIT-CF) = 'Y'
               MOVE '#' TO WS-JOURNAL-KEY (WS-KEY-LEN + 2:1)
               MOVE WS-OCCURRENCE TO
                   WS-JOURNAL-KEY (WS-KEY-LEN + 3:2)
           END-IF.

      * one image to the shared journal per field, so a change can
      * be read field by field
       0650-WRITE-CONTROL-JOURNAL.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-FS-STATUS-JOURNAL = '35'
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF WS-FS-STATUS-JOURNAL NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-JOURNAL-FILE, STATUS: '
                   WS-FS-STATUS-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-AUDIT-DATE TO JR-RUN-DATE
           MOVE WS-AUDIT-TIME TO JR-RUN-TIME
           STRING 'CTL-' CT-FILE-ID DELIMITED BY SIZE
               INTO JR-FILE-ID
           MOVE WS-JOURNAL-KEY TO JR-RECORD-KEY
           MOVE WS-IMAGE-TYPE TO JR-IMAGE-TYPE
           MOVE WS-FIELD-IMAGE TO JR-IMAGE
           WRITE MASTER-JOURNAL-REC
           CLOSE MASTER-JOURNAL-FILE.

       0660-JOURNAL-EVERY-FIELD.
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
               IF WS-FM-FILE-ID (WS-FM-IDX) = CT-FILE-ID
                   MOVE WS-FM-IDX TO WS-FM-HIT
                   MOVE WS-FM-START (WS-FM-IDX) TO WS-FIELD-START
                   MOVE WS-FM-LEN (WS-FM-IDX) TO WS-FIELD-LEN
                   PERFORM 0670-JOURNAL-ONE-FIELD
               END-IF
           END-PERFORM.

       0670-JOURNAL-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-IMAGE
           STRING WS-FM-NAME (WS-FM-HIT) ' '
               WS-LN-TEXT (WS-HIT-IDX) (WS-FIELD-START:WS-FIELD-LEN)
               DELIMITED BY SIZE INTO WS-FIELD-IMAGE
           PERFORM 0650-WRITE-CONTROL-JOURNAL.

      * writes the chosen file back from the table, in file order
       0700-REWRITE-CONTROL-FILE.
           PERFORM 0090-NAME-CONTROL-FILES
           OPEN OUTPUT CONTROL-FILE
           IF WS-FS-STATUS-CONTROL NOT = '00'
               DISPLAY 'ERROR REWRITING ' WS-CONTROL-FILE-NAME
                   ', STATUS: ' WS-FS-STATUS-CONTROL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-FILE (WS-LN-IDX) = WS-CF-IDX
                   MOVE WS-LN-TEXT (WS-LN-IDX) TO CONTROL-LINE
                   WRITE CONTROL-LINE
               END-IF
           END-PERFORM
           CLOSE CONTROL-FILE.

      * the image CONTROL-FILE-DRIFT holds the file to each night is
      * the file exactly as this program last left it
       0720-RECORD-IMAGE.
           PERFORM 0090-NAME-CONTROL-FILES
           OPEN OUTPUT CONTROL-IMAGE-FILE
           IF WS-FS-STATUS-IMAGE NOT = '00'
               DISPLAY 'ERROR RECORDING ' WS-IMAGE-FILE-NAME
                   ', STATUS: ' WS-FS-STATUS-IMAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-FILE (WS-LN-IDX) = WS-CF-IDX
                   MOVE WS-LN-TEXT (WS-LN-IDX) TO CONTROL-IMAGE-LINE
                   WRITE CONTROL-IMAGE-LINE
               END-IF
           END-PERFORM
           CLOSE CONTROL-IMAGE-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'CONTROL-FILE-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING CT-ACTION ' ' CT-FILE-ID ' ' CT-KEY
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE CT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO CONTROL-MAINT-REPORT-LINE
           STRING CT-ACTION ' ' CT-FILE-ID ' ' CT-KEY ' '
               CT-OCCURRENCE ' ' CT-FIELD-NAME ' '
               WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO CONTROL-MAINT-REPORT-LINE
           WRITE CONTROL-MAINT-REPORT-LINE.

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

      * proves the operator keying this run is who the transactions
      * say, through the shared USER-SIGNON subprogram
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
           MOVE 'CONTROL-FILE-MAINTENANCE' TO SN-PROGRAM
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

      * answers whether the transaction's user may apply its action
      * to this control file; inquiries are not controlled
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND CT-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N' OR WS-ACTION-CODE = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = CT-USER-ID
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
