      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes the pre-batch backup set at the head of the
      *          night, before any step has changed a master. Every
      *          master named in DATA-BACKUP-MASTERS.CPY is copied
      *          record by record from the environment directory to
      *          bkset-<business date>-<file name> beside it, and a
      *          manifest, bkset-<business date>-manifest.txt, records
      *          for each master whether it was copied, was not on
      *          disk, or would not copy, with the record count the
      *          copy holds. Only a set in which every master copied
      *          cleanly is closed with an END line; a set without one
      *          fails the step with return code 8 and an alert, and
      *          MASTER-RESTORE-SET will not restore it. A set already
      *          closed for the business date is never taken again, so
      *          rerunning the step after the night has moved on cannot
      *          replace the pre-batch copies with mid-batch ones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP-SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * each layout is opened twice through WORKING-STORAGE names,
      * once as the file being copied and once as its copy; the same
      * pair serves every master of that layout
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

      * job start/end are recorded on src/job-log.txt through the
      * JOBLOG subprogram, called once at job start and once at
      * job end
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * an incomplete set is raised through the shared ALERT-WRITER
       COPY 'src/DATA-ALERT.CPY'.

       COPY 'src/DATA-BACKUP-MASTERS.CPY'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * environment path-isolation controls, the same mechanism
      * READ-FILES' 0045-RESOLVE-ENV-PATHS established; every master
      * and every copy is named under the environment's directory
       01 WS-FS-STATUS-ENVP PIC X(02) VALUE '00'.
       01 WS-ENVP-END       PIC X(01) VALUE 'N'.
       01 WS-ENV-DIR        PIC X(20) VALUE 'src/'.
       01 WS-TEST-DIR       PIC X(20) VALUE SPACES.
       01 WS-TEST-DIR-LEN   PIC 9(02) VALUE ZEROS.

       01 WS-MANIFEST-FILE-NAME PIC X(60) VALUE SPACES.
       01 WS-FROM-FILE-NAME     PIC X(60) VALUE SPACES.
       01 WS-TO-FILE-NAME       PIC X(60) VALUE SPACES.
       01 WS-FS-STATUS-SET      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FROM     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TO       PIC X(02) VALUE '00'.
       01 WS-SET-END            PIC X(01) VALUE 'N'.
       01 WS-SET-CLOSED         PIC X(01) VALUE 'N'.

      * the outcome of one master's copy: B copied, A not on disk,
      * E would not open, read or write
       01 WS-COPY-RESULT PIC X(01) VALUE 'B'.
       01 WS-COPY-COUNT  PIC 9(07) VALUE ZEROS.
       01 WS-COPY-END    PIC X(01) VALUE 'N'.

       01 WS-TAKEN-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-TAKEN-TIME    PIC 9(08) VALUE ZEROS.
       01 WS-COPIED-COUNT  PIC 9(02) VALUE ZEROS.
       01 WS-ABSENT-COUNT  PIC 9(02) VALUE ZEROS.
       01 WS-ERROR-COUNT   PIC 9(02) VALUE ZEROS.
       01 WS-TOTAL-RECORDS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0045-RESOLVE-ENV-PATHS
           MOVE 'START' TO JL-FUNCTION
           MOVE 'MASTER-BACKUP-SET' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           ACCEPT WS-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TAKEN-TIME FROM TIME

           STRING WS-ENV-DIR DELIMITED BY SPACE
               'bkset-' WS-BUSINESS-DATE '-manifest.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILE-NAME
           PERFORM 0100-CHECK-SET-ALREADY-TAKEN
           IF WS-SET-CLOSED = 'Y'
               DISPLAY 'BACKUP SET FOR ' WS-BUSINESS-DATE
                   ' ALREADY TAKEN -- KEPT AS IT STANDS'
               PERFORM 0990-END-JOB
           END-IF

           OPEN OUTPUT BACKUP-SET-FILE
           IF WS-FS-STATUS-SET NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-MANIFEST-FILE-NAME
                   ', STATUS: ' WS-FS-STATUS-SET
               MOVE 8 TO RETURN-CODE
               PERFORM 0990-END-JOB
           END-IF
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM 0200-BACK-UP-ONE-MASTER
           END-PERFORM

      * the END line closes the set only when every master that was
      * on disk copied cleanly; it carries the number of masters the
      * manifest lists, which the restore checks it read
           IF WS-ERROR-COUNT = ZEROS
               MOVE SPACES TO BACKUP-SET-REC
               MOVE 'END ' TO BS-FILE-ID
               MOVE 'END OF BACKUP SET' TO BS-MASTER-NAME
               MOVE 'B' TO BS-STATUS
               MOVE WS-MS-COUNT TO BS-RECORD-COUNT
               PERFORM 0300-STAMP-SET-LINE
               WRITE BACKUP-SET-REC
           END-IF
           CLOSE BACKUP-SET-FILE

           DISPLAY 'Masters copied:       ' WS-COPIED-COUNT
           DISPLAY 'Masters not on disk:  ' WS-ABSENT-COUNT
           DISPLAY 'Masters not copied:   ' WS-ERROR-COUNT
           DISPLAY 'Records in the set:   ' WS-TOTAL-RECORDS
           IF WS-ERROR-COUNT > ZEROS
               MOVE 'F' TO AL-SEVERITY
               MOVE 'MASTER-BACKUP-SET' TO AL-SOURCE
               MOVE SPACES TO AL-MESSAGE
               STRING 'BACKUP SET ' WS-BUSINESS-DATE
                   ' INCOMPLETE: ' WS-ERROR-COUNT
                   ' MASTER(S) NOT COPIED' DELIMITED BY SIZE
                   INTO AL-MESSAGE
               CALL 'ALERT-WRITER' USING ALERT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'BACKUP SET CLOSED: ' WS-MANIFEST-FILE-NAME
           END-IF
           PERFORM 0990-END-JOB.

      * reads tonight's manifest if one is already on disk; a set
      * with its END line was taken cleanly by an earlier run of this
      * step and stands, while a set without one is taken again
       0100-CHECK-SET-ALREADY-TAKEN.
           OPEN INPUT BACKUP-SET-FILE
           IF WS-FS-STATUS-SET NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SET-END = 'S'
               READ BACKUP-SET-FILE
                   AT END
                       MOVE 'S' TO WS-SET-END
                   NOT AT END
                       IF BS-FILE-ID = 'END '
                           MOVE 'Y' TO WS-SET-CLOSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-SET-FILE.

      * copies one master into the set and writes its manifest line
       0200-BACK-UP-ONE-MASTER.
           MOVE SPACES TO WS-FROM-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SPACE
               INTO WS-FROM-FILE-NAME
           MOVE SPACES TO WS-TO-FILE-NAME
           STRING WS-ENV-DIR DELIMITED BY SPACE
               'bkset-' WS-BUSINESS-DATE '-' DELIMITED BY SIZE
               WS-MS-FILE-NAME (WS-MS-IDX) DELIMITED BY SPACE
               INTO WS-TO-FILE-NAME
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
           END-EVALUATE
           MOVE SPACES TO BACKUP-SET-REC
           MOVE WS-MS-FILE-ID (WS-MS-IDX) TO BS-FILE-ID
           MOVE WS-MS-FILE-NAME (WS-MS-IDX) TO BS-MASTER-NAME
           MOVE WS-COPY-RESULT TO BS-STATUS
           MOVE WS-COPY-COUNT TO BS-RECORD-COUNT
           PERFORM 0300-STAMP-SET-LINE
           WRITE BACKUP-SET-REC
           EVALUATE TRUE
               WHEN BS-COPIED
                   ADD 1 TO WS-COPIED-COUNT
                   ADD WS-COPY-COUNT TO WS-TOTAL-RECORDS
                   DISPLAY 'COPIED      ' WS-MS-FILE-NAME (WS-MS-IDX)
                       WS-COPY-COUNT ' RECORDS'
               WHEN BS-ABSENT
                   ADD 1 TO WS-ABSENT-COUNT
                   DISPLAY 'NOT ON DISK ' WS-MS-FILE-NAME (WS-MS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'NOT COPIED  ' WS-MS-FILE-NAME (WS-MS-IDX)
                       ' FROM STATUS ' WS-FS-STATUS-FROM
                       ' TO STATUS ' WS-FS-STATUS-TO
           END-EVALUATE.

       0300-STAMP-SET-LINE.
           MOVE ',' TO BS-COMMA-1 BS-COMMA-2 BS-COMMA-3
               BS-COMMA-4 BS-COMMA-5 BS-COMMA-6
           MOVE WS-BUSINESS-DATE TO BS-SET-DATE
           MOVE WS-TAKEN-DATE TO BS-TAKEN-DATE
           MOVE WS-TAKEN-TIME TO BS-TAKEN-TIME.

      * a master that is not there to copy is noted as absent -- a
      * reference file not yet loaded on this box is no failure --
      * but one that is there and will not open fails the set
       0900-NOTE-SOURCE-UNAVAILABLE.
           IF WS-FS-STATUS-FROM = '35'
               MOVE 'A' TO WS-COPY-RESULT
           ELSE
               MOVE 'E' TO WS-COPY-RESULT
           END-IF.

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
       0990-END-JOB.
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
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

      * finds this environment's directory; every master and copy is
      * named under it, and a PROD run refuses to start if that
      * directory is the TEST one
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
               PERFORM 0048-GUARD-PROD-PATHS
               DISPLAY 'ENVIRONMENT DIRECTORY: ' WS-ENV-DIR
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
           IF WS-ENV-DIR (1:WS-TEST-DIR-LEN) =
                   WS-TEST-DIR (1:WS-TEST-DIR-LEN)
               DISPLAY 'PROD RUN REFUSED: A RESOLVED FILE PATH '
                   'POINTS INTO THE TEST DIRECTORY ' WS-TEST-DIR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
