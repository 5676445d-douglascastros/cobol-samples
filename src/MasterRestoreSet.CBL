      ******************************************************************
      * Author:
      * Date:
      * Purpose: puts a whole pre-batch backup set taken by
      *          MASTER-BACKUP-SET back in place, every master at
      *          once, so the system returns to one consistent point.
      *          src/backup-restore-parm.txt names the set by its
      *          business date and the user asking for the restore,
      *          who must hold action R on BKUP in the user authority
      *          reference. The set's manifest must carry its END
      *          line. Every backup in the set is first read through
      *          into a scratch copy and its count proved against the
      *          manifest; only when every one proves is any live
      *          master touched. Each backup is then copied over its
      *          live master and the restored count verified again; a
      *          master the set found absent is reported and its live
      *          file left as it stands. The restore is reported to
      *          src/backup-restore-report.txt and recorded, granted
      *          or refused, on the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * each layout is opened twice through WORKING-STORAGE names,
      * once as the backup being read and once as the file it is
      * put back over; the same pair serves every master of that
      * layout
           SELECT CUSTOMER-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CF-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT CUSTOMER-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT STUDENT-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT STUDENT-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT TRANSCRIPT-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TDF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT TRANSCRIPT-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TDT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT COURSE-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT COURSE-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT DEPARTMENT-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DPF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT DEPARTMENT-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DPT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT GEO-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT GEO-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT CITY-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CMF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT CITY-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CMT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT XREF-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XRF-KEY
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT XREF-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XRT-KEY
           FILE STATUS IS WS-FS-STATUS-TO.
           SELECT TEXT-FROM-FILE ASSIGN TO
               DYNAMIC WS-FROM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FROM.
           SELECT TEXT-TO-FILE ASSIGN TO
               DYNAMIC WS-TO-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TO.

           SELECT BACKUP-SET-FILE ASSIGN TO
               DYNAMIC WS-MANIFEST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SET.
           SELECT RESTORE-PARM-FILE ASSIGN TO
               DYNAMIC WS-PARM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT RESTORE-REPORT-FILE ASSIGN TO
               DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      * authorization reference: a set restore replaces every master
      * at once, so it is one controlled action, R on BKUP
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

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
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD ENV-PATHS-FILE.
       01 ENV-PATHS-REC.
           05 EP-ENV-CODE PIC X(04).
           05 EP-COMMA    PIC X(01).
           05 EP-DIRECTORY PIC X(20).

       FD BACKUP-SET-FILE.
       COPY 'src/DATA-BACKUP-SET.CPY'.

       FD RESTORE-PARM-FILE.
       01 RESTORE-PARM-REC.
           05 RP-SET-DATE PIC 9(08).
           05 RP-COMMA    PIC X(01).
           05 RP-USER-ID  PIC X(08).

       FD RESTORE-REPORT-FILE.
       01 RESTORE-REPORT-LINE PIC X(100).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

      * the customer master's records are variable length, so both
      * sides of its copy are described with the shared copybook;
      * the fixed-length masters are described as key plus filler
       FD CUSTOMER-FROM-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER==   BY ==CF-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==          BY ==CUSTOMER-FROM-REC==
           ==WS-NAME==              BY ==CF-NAME==
           ==WS-AGE==               BY ==CF-AGE==
           ==WS-NATIONALITY==       BY ==CF-NATIONALITY==
           ==WS-CITY-NAME==         BY ==CF-CITY-NAME==
           ==WS-STREET-ADDRESS==    BY ==CF-STREET-ADDRESS==
           ==WS-POSTAL-CODE==       BY ==CF-POSTAL-CODE==
           ==WS-PHONE==             BY ==CF-PHONE==
           ==WS-DO-NOT-MAIL==       BY ==CF-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==    BY ==CF-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==       BY ==CF-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==    BY ==CF-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE==  BY ==CF-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==     BY ==CF-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==CF-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==     BY ==CF-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==    BY ==CF-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==    BY ==CF-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==    BY ==CF-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==        BY ==CF-CLOSE-DATE==
           ==WS-HEAD-DECEASED==     BY ==CF-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED==  BY ==CF-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==   BY ==CF-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==       BY ==CF-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE==  BY ==CF-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME==  BY ==CF-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==   BY ==CF-DEPENDENT-COUNT==
           ==WS-DEPENDENT==         BY ==CF-DEPENDENT==
           ==WS-DEP-IDX==           BY ==CF-DEP-IDX==
           ==WS-DEP-NAME==          BY ==CF-DEP-NAME==
           ==WS-DEP-AGE==           BY ==CF-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==    BY ==CF-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP==  BY ==CF-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==   BY ==CF-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==      BY ==CF-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==   BY ==CF-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==    BY ==CF-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==      BY ==CF-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==      BY ==CF-DEP-IS-ADULT==.

       FD CUSTOMER-TO-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER==   BY ==CT-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==          BY ==CUSTOMER-TO-REC==
           ==WS-NAME==              BY ==CT-NAME==
           ==WS-AGE==               BY ==CT-AGE==
           ==WS-NATIONALITY==       BY ==CT-NATIONALITY==
           ==WS-CITY-NAME==         BY ==CT-CITY-NAME==
           ==WS-STREET-ADDRESS==    BY ==CT-STREET-ADDRESS==
           ==WS-POSTAL-CODE==       BY ==CT-POSTAL-CODE==
           ==WS-PHONE==             BY ==CT-PHONE==
           ==WS-DO-NOT-MAIL==       BY ==CT-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==    BY ==CT-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==       BY ==CT-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==    BY ==CT-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE==  BY ==CT-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==     BY ==CT-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==CT-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==     BY ==CT-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==    BY ==CT-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==    BY ==CT-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==    BY ==CT-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==        BY ==CT-CLOSE-DATE==
           ==WS-HEAD-DECEASED==     BY ==CT-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED==  BY ==CT-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==   BY ==CT-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==       BY ==CT-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE==  BY ==CT-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME==  BY ==CT-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==   BY ==CT-DEPENDENT-COUNT==
           ==WS-DEPENDENT==         BY ==CT-DEPENDENT==
           ==WS-DEP-IDX==           BY ==CT-DEP-IDX==
           ==WS-DEP-NAME==          BY ==CT-DEP-NAME==
           ==WS-DEP-AGE==           BY ==CT-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==    BY ==CT-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP==  BY ==CT-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==   BY ==CT-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==      BY ==CT-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==   BY ==CT-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==    BY ==CT-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==      BY ==CT-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==      BY ==CT-DEP-IS-ADULT==.

       FD STUDENT-FROM-FILE.
       01 STUDENT-FROM-REC.
           05 STF-KEY    PIC 9(06).
           05 FILLER     PIC X(58).

       FD STUDENT-TO-FILE.
       01 STUDENT-TO-REC.
           05 STT-KEY    PIC 9(06).
           05 FILLER     PIC X(58).

       FD TRANSCRIPT-FROM-FILE.
       01 TRANSCRIPT-FROM-REC.
           05 TDF-KEY    PIC X(08).
           05 FILLER     PIC X(38).

       FD TRANSCRIPT-TO-FILE.
       01 TRANSCRIPT-TO-REC.
           05 TDT-KEY    PIC X(08).
           05 FILLER     PIC X(38).

       FD COURSE-FROM-FILE.
       01 COURSE-FROM-REC.
           05 CCF-KEY    PIC X(06).
           05 FILLER     PIC X(50).

       FD COURSE-TO-FILE.
       01 COURSE-TO-REC.
           05 CCT-KEY    PIC X(06).
           05 FILLER     PIC X(50).

       FD DEPARTMENT-FROM-FILE.
       01 DEPARTMENT-FROM-REC.
           05 DPF-KEY    PIC X(04).
           05 FILLER     PIC X(34).

       FD DEPARTMENT-TO-FILE.
       01 DEPARTMENT-TO-REC.
           05 DPT-KEY    PIC X(04).
           05 FILLER     PIC X(34).

       FD GEO-FROM-FILE.
       01 GEO-FROM-REC.
           05 GRF-KEY    PIC X(21).

       FD GEO-TO-FILE.
       01 GEO-TO-REC.
           05 GRT-KEY    PIC X(21).

       FD CITY-FROM-FILE.
       01 CITY-FROM-REC.
           05 CMF-KEY    PIC X(30).
           05 FILLER     PIC X(71).

       FD CITY-TO-FILE.
       01 CITY-TO-REC.
           05 CMT-KEY    PIC X(30).
           05 FILLER     PIC X(71).

       FD XREF-FROM-FILE.
       01 XREF-FROM-REC.
           05 XRF-KEY    PIC 9(06).
           05 FILLER     PIC X(30).

       FD XREF-TO-FILE.
       01 XREF-TO-REC.
           05 XRT-KEY    PIC 9(06).
           05 FILLER     PIC X(30).

       FD TEXT-FROM-FILE.
       01 TEXT-FROM-REC PIC X(200).

       FD TEXT-TO-FILE.
       01 TEXT-TO-REC   PIC X(200).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram, the single serialized path onto
      * src/audit-trail.txt
       COPY 'src/DATA-AUDIT.CPY'.

      * a restored master whose count does not match the set is
      * raised through the shared ALERT-WRITER
       COPY 'src/DATA-ALERT.CPY'.

       COPY 'src/DATA-BACKUP-MASTERS.CPY'.

      * the parm and report paths, re-pointed into the environment's
      * own directory by 0045-RESOLVE-ENV-PATHS
       01 WS-PARM-FILE-NAME   PIC X(60) VALUE
           'src/backup-restore-parm.txt'.
       01 WS-REPORT-FILE-NAME PIC X(60) VALUE
           'src/backup-restore-report.txt'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * environment path-isolation controls, the same mechanism
      * READ-FILES' 0045-RESOLVE-ENV-PATHS established: the mapping
      * file says which directory each environment works in, every
      * master and work file resolves into it, and a PROD run
      * refuses paths that point into the TEST tree
       01 WS-FS-STATUS-ENVP PIC X(02) VALUE '00'.
       01 WS-ENVP-END       PIC X(01) VALUE 'N'.
       01 WS-ENV-DIR        PIC X(20) VALUE 'src/'.
       01 WS-TEST-DIR       PIC X(20) VALUE SPACES.
       01 WS-TEST-DIR-LEN   PIC 9(02) VALUE ZEROS.
       01 WS-PATH-WORK      PIC X(60) VALUE SPACES.
       01 WS-PATH-TEMP      PIC X(60) VALUE SPACES.

       01 WS-MANIFEST-FILE-NAME PIC X(60) VALUE SPACES.
       01 WS-FROM-FILE-NAME     PIC X(60) VALUE SPACES.
       01 WS-TO-FILE-NAME       PIC X(60) VALUE SPACES.
       01 WS-PROOF-FILE-NAME    PIC X(60) VALUE SPACES.
       01 WS-FS-STATUS-SET      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FROM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TO       PIC X(02) VALUE '00'.
       01 WS-SET-END            PIC X(01) VALUE 'N'.
       01 WS-SET-DATE           PIC 9(08) VALUE ZEROS.
       01 WS-USER-ID            PIC X(08) VALUE SPACES.

      * the outcome of one master's copy: B copied, A not on disk,
      * E would not open, read or write
       01 WS-COPY-RESULT PIC X(01) VALUE 'B'.
       01 WS-COPY-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-COPY-END    PIC X(01) VALUE 'N'.

      * the set's manifest held in storage, each line matched to its
      * entry in the master list; the END line's count is the number
      * of master lines the set must have
       01 WS-SL-COUNT     PIC 9(02) VALUE ZEROS.
       01 WS-SL-TABLE.
           05 WS-SL-ENTRY OCCURS 20 TIMES.
               10 WS-SL-FILE-ID     PIC X(04).
               10 WS-SL-STATUS      PIC X(01).
               10 WS-SL-COUNT-HELD  PIC 9(07).
               10 WS-SL-MASTER      PIC 9(02).
       01 WS-SL-IDX       PIC 9(02) VALUE ZEROS.
       01 WS-SET-CLOSED   PIC X(01) VALUE 'N'.
       01 WS-SET-LISTED   PIC 9(07) VALUE ZEROS.
       01 WS-SET-REFUSAL  PIC X(40) VALUE SPACES.

       01 WS-RESTORED-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-ABSENT-COUNT   PIC 9(02) VALUE ZEROS.
       01 WS-FAILED-COUNT   PIC 9(02) VALUE ZEROS.
       01 WS-RESULT-MESSAGE PIC X(40) VALUE SPACES.
       01 WS-AUDIT-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME     PIC 9(08) VALUE ZEROS.

      * held apart from RETURN-CODE, which the CALLs to the shared
      * writers reset, and set as the run ends
       01 WS-RESTORE-RC     PIC 9(04) VALUE ZEROS.

      * who asked for the restore, and the authorization reference
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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'BKUP'.
       01 WS-ACTION-CODE     PIC X(01) VALUE 'R'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0045-RESOLVE-ENV-PATHS
           OPEN INPUT RESTORE-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO RESTORE PARM FILE -- PUT THE SET DATE '
                   'AND USER ID IN ' WS-PARM-FILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RESTORE-PARM-FILE
               AT END
                   DISPLAY 'RESTORE PARM FILE IS EMPTY'
                   CLOSE RESTORE-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE RP-SET-DATE TO WS-SET-DATE
           MOVE RP-USER-ID TO WS-USER-ID
           CLOSE RESTORE-PARM-FILE

           OPEN OUTPUT RESTORE-REPORT-FILE
           MOVE SPACES TO RESTORE-REPORT-LINE
           STRING 'PRE-BATCH BACKUP SET RESTORE  SET ' WS-SET-DATE
               '  ENVIRONMENT ' WS-ENVIRONMENT-CODE
               '  USER ' WS-USER-ID DELIMITED BY SIZE
               INTO RESTORE-REPORT-LINE
           WRITE RESTORE-REPORT-LINE

           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' WS-USER-ID ' NOT AUTHORIZED FOR '
                   'RESTORE' DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0800-FINISH-RESTORE
           END-IF

           MOVE SPACES TO WS-MANIFEST-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               'bkset-' WS-SET-DATE '-manifest.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILE-NAME
           PERFORM 0100-LOAD-SET-MANIFEST
           IF WS-SET-REFUSAL NOT = SPACES
               MOVE WS-SET-REFUSAL TO WS-RESULT-MESSAGE
               PERFORM 0800-FINISH-RESTORE
           END-IF

           MOVE SPACES TO WS-PROOF-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               'bkset-restore-proof.tmp' DELIMITED BY SIZE
               INTO WS-PROOF-FILE-NAME
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
                   OR WS-SET-REFUSAL NOT = SPACES
               PERFORM 0200-PROVE-ONE-BACKUP
           END-PERFORM
           IF WS-SET-REFUSAL NOT = SPACES
               MOVE WS-SET-REFUSAL TO WS-RESULT-MESSAGE
               PERFORM 0800-FINISH-RESTORE
           END-IF

      * every backup has read through at the count the set holds;
      * only now is any live master replaced
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               PERFORM 0300-RESTORE-ONE-MASTER
           END-PERFORM
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF WS-FAILED-COUNT > ZEROS
               STRING 'RESTORED, ' WS-FAILED-COUNT
                   ' MASTER(S) FAILED VERIFY' DELIMITED BY SIZE
                   INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-RESTORE-RC
           ELSE
               STRING 'RESTORED ' WS-RESTORED-COUNT
                   ' MASTERS, ALL VERIFIED' DELIMITED BY SIZE
                   INTO WS-RESULT-MESSAGE
           END-IF
           PERFORM 0800-FINISH-RESTORE.

      * loads the set's manifest and refuses a set that is not there,
      * was never closed, is short of lines, or names a master this
      * program does not know
       0100-LOAD-SET-MANIFEST.
           OPEN INPUT BACKUP-SET-FILE
           IF WS-FS-STATUS-SET NOT = '00'
               MOVE 'NO BACKUP SET FOR THAT DATE' TO WS-SET-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SET-END = 'S'
               READ BACKUP-SET-FILE
                   AT END
                       MOVE 'S' TO WS-SET-END
                   NOT AT END
                       PERFORM 0110-HOLD-SET-LINE
               END-READ
           END-PERFORM
           CLOSE BACKUP-SET-FILE
           EVALUATE TRUE
               WHEN WS-SET-REFUSAL NOT = SPACES
                   CONTINUE
               WHEN WS-SET-CLOSED = 'N'
                   MOVE 'SET NOT CLOSED -- INCOMPLETE, REFUSED'
                       TO WS-SET-REFUSAL
               WHEN WS-SET-LISTED NOT = WS-SL-COUNT
                   MOVE 'SET MANIFEST SHORT OF LINES, REFUSED'
                       TO WS-SET-REFUSAL
           END-EVALUATE.

       0110-HOLD-SET-LINE.
           IF BS-FILE-ID = 'END '
               MOVE 'Y' TO WS-SET-CLOSED
               MOVE BS-RECORD-COUNT TO WS-SET-LISTED
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-COUNT = 20
               MOVE 'SET MANIFEST HAS TOO MANY LINES' TO
                   WS-SET-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SL-COUNT
           MOVE BS-FILE-ID TO WS-SL-FILE-ID (WS-SL-COUNT)
           MOVE BS-STATUS TO WS-SL-STATUS (WS-SL-COUNT)
           MOVE BS-RECORD-COUNT TO WS-SL-COUNT-HELD (WS-SL-COUNT)
           MOVE ZEROS TO WS-SL-MASTER (WS-SL-COUNT)
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-FILE-ID (WS-MS-IDX) = BS-FILE-ID
                   MOVE WS-MS-IDX TO WS-SL-MASTER (WS-SL-COUNT)
               END-IF
           END-PERFORM
           IF WS-SL-MASTER (WS-SL-COUNT) = ZEROS
               MOVE SPACES TO WS-SET-REFUSAL
               STRING 'SET NAMES UNKNOWN MASTER ' BS-FILE-ID
                   DELIMITED BY SIZE INTO WS-SET-REFUSAL
           END-IF.

      * reads one backup through into the scratch copy and proves
      * its count against the set; the scratch copy is then dropped
       0200-PROVE-ONE-BACKUP.
           IF WS-SL-STATUS (WS-SL-IDX) NOT = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-MASTER (WS-SL-IDX) TO WS-MS-IDX
           PERFORM 0400-NAME-THE-BACKUP
           MOVE WS-PROOF-FILE-NAME TO WS-TO-FILE-NAME
           PERFORM 0500-COPY-BY-KIND
           CALL 'CBL_DELETE_FILE' USING WS-PROOF-FILE-NAME
           MOVE ZEROS TO RETURN-CODE
           IF WS-COPY-RESULT NOT = 'B'
                   OR WS-COPY-COUNT NOT = WS-SL-COUNT-HELD (WS-SL-IDX)
               MOVE SPACES TO WS-SET-REFUSAL
               STRING 'BACKUP OF ' WS-SL-FILE-ID (WS-SL-IDX)
                   ' DOES NOT PROVE, REFUSED' DELIMITED BY SIZE
                   INTO WS-SET-REFUSAL
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING 'BACKUP DOES NOT PROVE  ' DELIMITED BY SIZE
                   WS-FROM-FILE-NAME DELIMITED BY SPACE
                   '  SET HOLDS ' WS-SL-COUNT-HELD (WS-SL-IDX)
                   '  READ ' WS-COPY-COUNT DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           END-IF.

      * copies one backup over its live master and verifies the
      * restored count against what the set says it held
       0300-RESTORE-ONE-MASTER.
           MOVE WS-SL-MASTER (WS-SL-IDX) TO WS-MS-IDX
           MOVE SPACES TO RESTORE-REPORT-LINE
           IF WS-SL-STATUS (WS-SL-IDX) NOT = 'B'
               ADD 1 TO WS-ABSENT-COUNT
               STRING 'NOT IN SET, LEFT AS IT STANDS  '
                   WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-NAME-THE-BACKUP
           MOVE SPACES TO WS-TO-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SPACE
               INTO WS-TO-FILE-NAME
           PERFORM 0500-COPY-BY-KIND
           IF WS-COPY-RESULT = 'B'
                   AND WS-COPY-COUNT = WS-SL-COUNT-HELD (WS-SL-IDX)
               ADD 1 TO WS-RESTORED-COUNT
               STRING 'RESTORED AND VERIFIED          '
                   WS-MS-FILE-NAME (WS-MS-IDX)
                   WS-COPY-COUNT ' RECORDS' DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           STRING '*** VERIFY FAILED              '
               WS-MS-FILE-NAME (WS-MS-IDX)
               WS-COPY-COUNT ' RESTORED, SET HELD '
               WS-SL-COUNT-HELD (WS-SL-IDX) DELIMITED BY SIZE
               INTO RESTORE-REPORT-LINE
           WRITE RESTORE-REPORT-LINE
           MOVE 'F' TO AL-SEVERITY
           MOVE 'MASTER-RESTORE-SET' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           STRING 'RESTORE VERIFY FAILED ' DELIMITED BY SIZE
               WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SPACE
               ' SET ' WS-SET-DATE DELIMITED BY SIZE
               INTO AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0400-NAME-THE-BACKUP.
           MOVE SPACES TO WS-FROM-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               'bkset-' WS-SET-DATE '-' DELIMITED BY SIZE
               WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SPACE
               INTO WS-FROM-FILE-NAME.

       0500-COPY-BY-KIND.
           MOVE 'B' TO WS-COPY-RESULT
           MOVE ZEROS TO WS-COPY-COUNT
           EVALUATE WS-MS-KIND (WS-MS-IDX)
               WHEN 'C'
                   PERFORM 1100-COPY-CUSTOMER
               WHEN 'S'
                   PERFORM 1200-COPY-STUDENT
               WHEN 'T'
                   PERFORM 1300-COPY-TRANSCRIPT
               WHEN 'K'
                   PERFORM 1400-COPY-COURSE
               WHEN 'D'
                   PERFORM 1500-COPY-DEPARTMENT
               WHEN 'G'
                   PERFORM 1600-COPY-GEO
               WHEN 'M'
                   PERFORM 1700-COPY-CITY
               WHEN 'X'
                   PERFORM 1800-COPY-XREF
               WHEN 'L'
                   PERFORM 1900-COPY-TEXT
           END-EVALUATE.

      * a backup the set says was copied must be there to read
       0900-NOTE-SOURCE-UNAVAILABLE.
           MOVE 'E' TO WS-COPY-RESULT.

       0950-COUNT-THE-WRITE.
           IF WS-FS-STATUS-TO NOT = '00'
               MOVE 'E' TO WS-COPY-RESULT
               MOVE 'S' TO WS-COPY-END
           ELSE
               ADD 1 TO WS-COPY-COUNT
           END-IF.

       1100-COPY-CUSTOMER.
           OPEN INPUT CUSTOMER-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUSTOMER-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE CUSTOMER-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ CUSTOMER-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       MOVE CF-DEPENDENT-COUNT TO CT-DEPENDENT-COUNT
                       MOVE CUSTOMER-FROM-REC TO CUSTOMER-TO-REC
                       WRITE CUSTOMER-TO-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FROM-FILE
           CLOSE CUSTOMER-TO-FILE.

       1200-COPY-STUDENT.
           OPEN INPUT STUDENT-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STUDENT-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE STUDENT-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ STUDENT-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE STUDENT-TO-REC FROM STUDENT-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE STUDENT-FROM-FILE
           CLOSE STUDENT-TO-FILE.

       1300-COPY-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANSCRIPT-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE TRANSCRIPT-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ TRANSCRIPT-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE TRANSCRIPT-TO-REC FROM TRANSCRIPT-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE TRANSCRIPT-FROM-FILE
           CLOSE TRANSCRIPT-TO-FILE.

       1400-COPY-COURSE.
           OPEN INPUT COURSE-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COURSE-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE COURSE-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ COURSE-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE COURSE-TO-REC FROM COURSE-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE COURSE-FROM-FILE
           CLOSE COURSE-TO-FILE.

       1500-COPY-DEPARTMENT.
           OPEN INPUT DEPARTMENT-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEPARTMENT-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE DEPARTMENT-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ DEPARTMENT-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE DEPARTMENT-TO-REC FROM DEPARTMENT-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE DEPARTMENT-FROM-FILE
           CLOSE DEPARTMENT-TO-FILE.

       1600-COPY-GEO.
           OPEN INPUT GEO-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GEO-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE GEO-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ GEO-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE GEO-TO-REC FROM GEO-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE GEO-FROM-FILE
           CLOSE GEO-TO-FILE.

       1700-COPY-CITY.
           OPEN INPUT CITY-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CITY-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE CITY-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ CITY-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE CITY-TO-REC FROM CITY-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE CITY-FROM-FILE
           CLOSE CITY-TO-FILE.

       1800-COPY-XREF.
           OPEN INPUT XREF-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XREF-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE XREF-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ XREF-FROM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE XREF-TO-REC FROM XREF-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE XREF-FROM-FILE
           CLOSE XREF-TO-FILE.

       1900-COPY-TEXT.
           OPEN INPUT TEXT-FROM-FILE
           IF WS-FS-STATUS-FROM NOT = '00'
               PERFORM 0900-NOTE-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEXT-TO-FILE
           IF WS-FS-STATUS-TO NOT = '00'
               CLOSE TEXT-FROM-FILE
               MOVE 'E' TO WS-COPY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-COPY-END
           PERFORM UNTIL WS-COPY-END = 'S'
               READ TEXT-FROM-FILE
                   AT END
                       MOVE 'S' TO WS-COPY-END
                   NOT AT END
                       WRITE TEXT-TO-REC FROM TEXT-FROM-REC
                       PERFORM 0950-COUNT-THE-WRITE
               END-READ
               IF WS-COPY-END = 'N'
                       AND WS-FS-STATUS-FROM (1:1) NOT = '0'
                   MOVE 'E' TO WS-COPY-RESULT
                   MOVE 'S' TO WS-COPY-END
               END-IF
           END-PERFORM
           CLOSE TEXT-FROM-FILE
           CLOSE TEXT-TO-FILE.
      * reports the outcome, records it on the audit trail whether
      * the restore was granted or refused, and ends the run
       0800-FINISH-RESTORE.
           MOVE SPACES TO RESTORE-REPORT-LINE
           STRING 'RESULT: ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           WRITE RESTORE-REPORT-LINE
           CLOSE RESTORE-REPORT-FILE
           DISPLAY 'SET ' WS-SET-DATE ': ' WS-RESULT-MESSAGE
           IF WS-RESTORED-COUNT = ZEROS AND WS-FAILED-COUNT = ZEROS
               MOVE 8 TO WS-RESTORE-RC
           END-IF
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'MASTER-RESTORE-SET' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING 'R SET ' WS-SET-DATE
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE WS-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC
           MOVE WS-RESTORE-RC TO RETURN-CODE
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set
      * in WORKING-STORAGE stand when the control file is not present
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
           END-IF
           DISPLAY 'RUN CONTROL: DATE=' WS-BUSINESS-DATE
               ' ENVIRONMENT=' WS-ENVIRONMENT-CODE.

      * resolves the parm and report paths for the environment the
      * run control named; a PROD run then refuses to start if any
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
           MOVE WS-PARM-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-PARM-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-REPORT-FILE-NAME.

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
           IF WS-PARM-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-REPORT-FILE-NAME (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               OR WS-ENV-DIR (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               DISPLAY 'PROD RUN REFUSED: A RESOLVED FILE PATH '
                   'POINTS INTO THE TEST DIRECTORY ' WS-TEST-DIR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * loads the user authority reference into storage once
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

      * answers whether the requesting user holds the restore action
      * on the backup set
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = WS-USER-ID
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
