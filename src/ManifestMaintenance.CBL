      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          release manifest -- the version of each program
      *          approved to run in TEST and in PROD -- in the
      *          established maintenance mold: a transaction file, a
      *          result line per transaction, the shared audit trail
      *          and the shared user-authority check (master id MANF).
      *          An approval is keyed by PROGRAM-ID and environment;
      *          promoting a build is a change of its version. The
      *          manifest is rewritten in key order. MANIFEST-CHECK
      *          compares the job log against it each morning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFEST-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-TRANS-FILE ASSIGN TO
               'src/manifest-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT MANIFEST-FILE ASSIGN TO 'src/release-manifest.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-MANIFEST.
           SELECT MANIFEST-MAINT-REPORT ASSIGN TO
               'src/manifest-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * authorization reference: which users may Add, Change or
      * Delete on which master; checked before any transaction is
      * applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-TRANS-FILE.
       01 MANIFEST-TRANS-REC.
           05 MT-ACTION      PIC X(01).
           05 MT-COMMA-1     PIC X(01).
           05 MT-PROGRAM-ID  PIC X(30).
           05 MT-COMMA-2     PIC X(01).
           05 MT-ENVIRONMENT PIC X(04).
           05 MT-COMMA-3     PIC X(01).
           05 MT-USER-ID     PIC X(08).
           05 MT-COMMA-4     PIC X(01).
           05 MT-VERSION     PIC X(10).

       FD MANIFEST-FILE.
       COPY 'src/DATA-MANIFEST.CPY'.

       FD MANIFEST-MAINT-REPORT.
       01 MANIFEST-MAINT-REPORT-LINE PIC X(120).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram, the single serialized path onto
      * src/audit-trail.txt
       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-TRANS-END          PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MANIFEST PIC X(02) VALUE '00'.
       01 WS-MANIFEST-END       PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT        PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT        PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE     PIC X(40).
       01 WS-RESULT-TEXT        PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE     PIC X(01).
           88 WS-ACTION-ADD      VALUE 'A'.
           88 WS-ACTION-CHANGE   VALUE 'C'.
           88 WS-ACTION-DELETE   VALUE 'D'.
           88 WS-ACTION-INQUIRE  VALUE 'I'.

      * the whole manifest held in storage for the run; the same
      * ceiling MANIFEST-CHECK holds when it loads it
       01 WS-MF-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 300 TIMES.
               10 WS-MF-PROGRAM-ID  PIC X(30).
               10 WS-MF-ENVIRONMENT PIC X(04).
               10 WS-MF-VERSION     PIC X(10).
       01 WS-MF-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-MF-IDX-2   PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-SWAP-ENTRY PIC X(44) VALUE SPACES.
       01 WS-SORT-KEY-A PIC X(34) VALUE SPACES.
       01 WS-SORT-KEY-B PIC X(34) VALUE SPACES.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'MANF'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0080-LOAD-MANIFEST
           OPEN INPUT MANIFEST-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO MANIFEST TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN OUTPUT MANIFEST-MAINT-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ MANIFEST-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE MT-ACTION TO WS-ACTION-CODE
                       MOVE SPACES TO WS-RESULT-TEXT
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE MANIFEST-TRANS-FILE
           IF WS-CHANGE-COUNT > ZEROS
               PERFORM 0700-REWRITE-MANIFEST
           END-IF
           CLOSE MANIFEST-MAINT-REPORT
           DISPLAY 'Transactions processed: ' WS-TRANS-COUNT
           DISPLAY 'Transactions in error:  ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-TRANSACTION.
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'USER ' MT-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-VALIDATE-KEY
           IF WS-RESULT-MESSAGE NOT = SPACES
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-APPROVAL
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-APPROVAL
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-APPROVAL
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-APPROVAL
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * the key must name a program and one of the two environments
      * the run-control file can carry
       0150-VALIDATE-KEY.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF MT-PROGRAM-ID = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, PROGRAM-ID MISSING' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF MT-ENVIRONMENT NOT = 'TEST'
                   AND MT-ENVIRONMENT NOT = 'PROD'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, ENVIRONMENT MUST BE TEST OR PROD' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * one approval per program and environment; promoting a new
      * build is a change, not a second add
       0200-ADD-APPROVAL.
           PERFORM 0600-FIND-APPROVAL
           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, ALREADY ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF MT-VERSION = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, VERSION MISSING' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-MF-COUNT >= 300
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, MANIFEST TABLE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MF-COUNT
           MOVE MT-PROGRAM-ID TO WS-MF-PROGRAM-ID (WS-MF-COUNT)
           MOVE MT-ENVIRONMENT TO WS-MF-ENVIRONMENT (WS-MF-COUNT)
           MOVE MT-VERSION TO WS-MF-VERSION (WS-MF-COUNT)
           MOVE MT-VERSION TO WS-RESULT-TEXT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'ADDED' TO WS-RESULT-MESSAGE.

      * the result shows the version replaced alongside the new one,
      * so the audit trail reads as a promotion history
       0300-CHANGE-APPROVAL.
           PERFORM 0600-FIND-APPROVAL
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF MT-VERSION = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, VERSION MISSING' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESULT-TEXT
           STRING WS-MF-VERSION (WS-FOUND-IDX) DELIMITED BY SPACE
               ' TO ' MT-VERSION DELIMITED BY SIZE
               INTO WS-RESULT-TEXT
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'CHANGED ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE MT-VERSION TO WS-MF-VERSION (WS-FOUND-IDX)
           ADD 1 TO WS-CHANGE-COUNT.

       0400-DELETE-APPROVAL.
           PERFORM 0600-FIND-APPROVAL
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DELETE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MF-VERSION (WS-FOUND-IDX) TO WS-RESULT-TEXT
           MOVE WS-MF-ENTRY (WS-MF-COUNT) TO
               WS-MF-ENTRY (WS-FOUND-IDX)
           SUBTRACT 1 FROM WS-MF-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0500-INQUIRE-APPROVAL.
           PERFORM 0600-FIND-APPROVAL
           IF WS-FOUND-IDX > ZEROS
               MOVE 'FOUND' TO WS-RESULT-MESSAGE
               MOVE WS-MF-VERSION (WS-FOUND-IDX) TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0600-FIND-APPROVAL.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-MF-IDX
           PERFORM UNTIL WS-MF-IDX = WS-MF-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-MF-IDX
               IF WS-MF-PROGRAM-ID (WS-MF-IDX) = MT-PROGRAM-ID
                       AND WS-MF-ENVIRONMENT (WS-MF-IDX) =
                           MT-ENVIRONMENT
                   MOVE WS-MF-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * an absent manifest is an empty manifest: the first run of
      * adds builds it
       0080-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANIFEST-END = 'S'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'S' TO WS-MANIFEST-END
                   NOT AT END
                       IF WS-MF-COUNT < 300
                               AND MF-PROGRAM-ID NOT = SPACES
                           ADD 1 TO WS-MF-COUNT
                           MOVE MF-PROGRAM-ID TO
                               WS-MF-PROGRAM-ID (WS-MF-COUNT)
                           MOVE MF-ENVIRONMENT TO
                               WS-MF-ENVIRONMENT (WS-MF-COUNT)
                           MOVE MF-VERSION TO
                               WS-MF-VERSION (WS-MF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

      * the manifest goes back in program and environment order
      * whatever order the deletes left the table in
       0700-REWRITE-MANIFEST.
           MOVE ZEROS TO WS-MF-IDX
           PERFORM UNTIL WS-MF-IDX >= WS-MF-COUNT
               ADD 1 TO WS-MF-IDX
               MOVE WS-MF-IDX TO WS-MF-IDX-2
               PERFORM UNTIL WS-MF-IDX-2 >= WS-MF-COUNT
                   ADD 1 TO WS-MF-IDX-2
                   MOVE WS-MF-ENTRY (WS-MF-IDX) (1:34) TO
                       WS-SORT-KEY-A
                   MOVE WS-MF-ENTRY (WS-MF-IDX-2) (1:34) TO
                       WS-SORT-KEY-B
                   IF WS-SORT-KEY-B < WS-SORT-KEY-A
                       MOVE WS-MF-ENTRY (WS-MF-IDX) TO
                           WS-SWAP-ENTRY
                       MOVE WS-MF-ENTRY (WS-MF-IDX-2) TO
                           WS-MF-ENTRY (WS-MF-IDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-MF-ENTRY (WS-MF-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT MANIFEST-FILE
           IF WS-FS-STATUS-MANIFEST NOT = '00'
               DISPLAY 'ERROR REWRITING RELEASE MANIFEST, STATUS: '
                   WS-FS-STATUS-MANIFEST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-MF-IDX
           PERFORM UNTIL WS-MF-IDX = WS-MF-COUNT
               ADD 1 TO WS-MF-IDX
               MOVE WS-MF-PROGRAM-ID (WS-MF-IDX) TO MF-PROGRAM-ID
               MOVE ',' TO MF-COMMA-1
               MOVE WS-MF-ENVIRONMENT (WS-MF-IDX) TO MF-ENVIRONMENT
               MOVE ',' TO MF-COMMA-2
               MOVE WS-MF-VERSION (WS-MF-IDX) TO MF-VERSION
               WRITE MANIFEST-REC
           END-PERFORM
           CLOSE MANIFEST-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'MANIFEST-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING MT-ACTION ' ' MT-ENVIRONMENT ' ' MT-PROGRAM-ID
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE MT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO MANIFEST-MAINT-REPORT-LINE
           STRING MT-ACTION ' ' MT-PROGRAM-ID ' ' MT-ENVIRONMENT ' '
               WS-RESULT-MESSAGE ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO MANIFEST-MAINT-REPORT-LINE
           WRITE MANIFEST-MAINT-REPORT-LINE.

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

      * answers whether the transaction's user may apply its action
      * to this master; inquiries are not controlled
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-AUTH-IN-FORCE = 'N' OR WS-ACTION-CODE = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = MT-USER-ID
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
