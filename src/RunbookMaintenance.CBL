      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          batch recovery runbook NIGHTLY-BATCH-DRIVER prints
      *          under every failed step -- what the on-call operator
      *          does when the step fails with a given return code,
      *          and who to call when that does not work -- in the
      *          established maintenance mold: a transaction file, a
      *          result line per transaction, the shared audit trail
      *          and the shared user-authority check (master id RUNB).
      *          A runbook line is keyed by step name, return code
      *          (three digits, or ANY) and line number; line 00 is
      *          the escalation contact and lines 01 onward are the
      *          instructions. The runbook is rewritten in key order
      *          so each entry's lines read top to bottom.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-TRANS-FILE ASSIGN TO
               'src/runbook-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT RUNBOOK-FILE ASSIGN TO 'src/batch-runbook.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RUNBOOK.
           SELECT RUNBOOK-MAINT-REPORT ASSIGN TO
               'src/runbook-maint-report.txt'
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
       FD RUNBOOK-TRANS-FILE.
       01 RUNBOOK-TRANS-REC.
           05 RT-ACTION      PIC X(01).
           05 RT-COMMA-1     PIC X(01).
           05 RT-STEP-NAME   PIC X(30).
           05 RT-COMMA-2     PIC X(01).
           05 RT-RETURN-CODE PIC X(03).
           05 RT-COMMA-3     PIC X(01).
           05 RT-LINE-NO     PIC X(02).
           05 RT-COMMA-4     PIC X(01).
           05 RT-USER-ID     PIC X(08).
           05 RT-COMMA-5     PIC X(01).
           05 RT-TEXT        PIC X(60).

       FD RUNBOOK-FILE.
       COPY 'src/DATA-RUNBOOK.CPY'.

       FD RUNBOOK-MAINT-REPORT.
       01 RUNBOOK-MAINT-REPORT-LINE PIC X(160).

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

       01 WS-TRANS-END         PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RUNBOOK PIC X(02) VALUE '00'.
       01 WS-RUNBOOK-END       PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT       PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE    PIC X(40).
       01 WS-RESULT-TEXT       PIC X(60).
       01 WS-AUDIT-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME        PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE     PIC X(01).
           88 WS-ACTION-ADD      VALUE 'A'.
           88 WS-ACTION-CHANGE   VALUE 'C'.
           88 WS-ACTION-DELETE   VALUE 'D'.
           88 WS-ACTION-INQUIRE  VALUE 'I'.

      * the whole runbook held in storage for the run; the same
      * ceiling NIGHTLY-BATCH-DRIVER holds when it loads the runbook
       01 WS-RB-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 300 TIMES.
               10 WS-RB-STEP-NAME   PIC X(30).
               10 WS-RB-RETURN-CODE PIC X(03).
               10 WS-RB-LINE-NO     PIC 9(02).
               10 WS-RB-TEXT        PIC X(60).
       01 WS-RB-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-RB-IDX-2   PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-STEP-NAME   PIC X(30).
           05 WS-SWAP-RETURN-CODE PIC X(03).
           05 WS-SWAP-LINE-NO     PIC 9(02).
           05 WS-SWAP-TEXT        PIC X(60).
       01 WS-SORT-KEY-A PIC X(35) VALUE SPACES.
       01 WS-SORT-KEY-B PIC X(35) VALUE SPACES.
       01 WS-MAX-LINE-NO PIC 9(02) VALUE 20.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'RUNB'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0080-LOAD-RUNBOOK
           OPEN INPUT RUNBOOK-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO RUNBOOK TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN OUTPUT RUNBOOK-MAINT-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ RUNBOOK-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE RT-ACTION TO WS-ACTION-CODE
                       MOVE SPACES TO WS-RESULT-TEXT
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE RUNBOOK-TRANS-FILE
           IF WS-CHANGE-COUNT > ZEROS
               PERFORM 0700-REWRITE-RUNBOOK
           END-IF
           CLOSE RUNBOOK-MAINT-REPORT
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
               STRING 'USER ' RT-USER-ID ' NOT AUTHORIZED FOR '
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
                   PERFORM 0200-ADD-RUNBOOK-LINE
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-RUNBOOK-LINE
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-RUNBOOK-LINE
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-RUNBOOK-LINE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * the key must name a step, a return code the driver can grade
      * a failure with (three digits) or ANY, and a line number the
      * driver will print
       0150-VALIDATE-KEY.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF RT-STEP-NAME = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STEP NAME MISSING' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-RETURN-CODE NOT = 'ANY'
                   AND RT-RETURN-CODE IS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, RETURN CODE MUST BE NNN OR ANY' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-LINE-NO IS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, LINE NUMBER NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-LINE-NO > WS-MAX-LINE-NO
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, LINE NUMBER ABOVE 20' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * one line per key; rewording a line is a change, not a second
      * add
       0200-ADD-RUNBOOK-LINE.
           PERFORM 0600-FIND-RUNBOOK-LINE
           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, ALREADY ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-TEXT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, RUNBOOK TEXT MISSING' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-COUNT >= 300
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, RUNBOOK TABLE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE RT-STEP-NAME TO WS-RB-STEP-NAME (WS-RB-COUNT)
           MOVE RT-RETURN-CODE TO WS-RB-RETURN-CODE (WS-RB-COUNT)
           MOVE RT-LINE-NO TO WS-RB-LINE-NO (WS-RB-COUNT)
           MOVE RT-TEXT TO WS-RB-TEXT (WS-RB-COUNT)
           MOVE RT-TEXT TO WS-RESULT-TEXT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'ADDED' TO WS-RESULT-MESSAGE.

       0300-CHANGE-RUNBOOK-LINE.
           PERFORM 0600-FIND-RUNBOOK-LINE
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF RT-TEXT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, RUNBOOK TEXT MISSING' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE RT-TEXT TO WS-RB-TEXT (WS-FOUND-IDX)
           MOVE RT-TEXT TO WS-RESULT-TEXT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-RESULT-MESSAGE.

       0400-DELETE-RUNBOOK-LINE.
           PERFORM 0600-FIND-RUNBOOK-LINE
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DELETE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RB-TEXT (WS-FOUND-IDX) TO WS-RESULT-TEXT
           MOVE WS-RB-ENTRY (WS-RB-COUNT) TO
               WS-RB-ENTRY (WS-FOUND-IDX)
           SUBTRACT 1 FROM WS-RB-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0500-INQUIRE-RUNBOOK-LINE.
           PERFORM 0600-FIND-RUNBOOK-LINE
           IF WS-FOUND-IDX > ZEROS
               MOVE 'FOUND' TO WS-RESULT-MESSAGE
               MOVE WS-RB-TEXT (WS-FOUND-IDX) TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0600-FIND-RUNBOOK-LINE.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-RB-IDX
           PERFORM UNTIL WS-RB-IDX = WS-RB-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-RB-IDX
               IF WS-RB-STEP-NAME (WS-RB-IDX) = RT-STEP-NAME
                       AND WS-RB-RETURN-CODE (WS-RB-IDX) =
                           RT-RETURN-CODE
                       AND WS-RB-LINE-NO (WS-RB-IDX) = RT-LINE-NO
                   MOVE WS-RB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * an absent runbook is an empty runbook; the driver takes the
      * same posture and says so under each failed step
       0080-LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF WS-FS-STATUS-RUNBOOK NOT = '00'
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

      * the runbook goes back in step, return code and line order
      * whatever order the deletes left the table in, so each entry
      * reads top to bottom and the driver prints it as it stands
       0700-REWRITE-RUNBOOK.
           MOVE ZEROS TO WS-RB-IDX
           PERFORM UNTIL WS-RB-IDX >= WS-RB-COUNT
               ADD 1 TO WS-RB-IDX
               MOVE WS-RB-IDX TO WS-RB-IDX-2
               PERFORM UNTIL WS-RB-IDX-2 >= WS-RB-COUNT
                   ADD 1 TO WS-RB-IDX-2
                   MOVE WS-RB-ENTRY (WS-RB-IDX) (1:35) TO
                       WS-SORT-KEY-A
                   MOVE WS-RB-ENTRY (WS-RB-IDX-2) (1:35) TO
                       WS-SORT-KEY-B
                   IF WS-SORT-KEY-B < WS-SORT-KEY-A
                       MOVE WS-RB-ENTRY (WS-RB-IDX) TO
                           WS-SWAP-ENTRY
                       MOVE WS-RB-ENTRY (WS-RB-IDX-2) TO
                           WS-RB-ENTRY (WS-RB-IDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-RB-ENTRY (WS-RB-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT RUNBOOK-FILE
           IF WS-FS-STATUS-RUNBOOK NOT = '00'
               DISPLAY 'ERROR REWRITING BATCH RUNBOOK, STATUS: '
                   WS-FS-STATUS-RUNBOOK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-RB-IDX
           PERFORM UNTIL WS-RB-IDX = WS-RB-COUNT
               ADD 1 TO WS-RB-IDX
               MOVE WS-RB-STEP-NAME (WS-RB-IDX) TO RB-STEP-NAME
               MOVE ',' TO RB-COMMA-1
               MOVE WS-RB-RETURN-CODE (WS-RB-IDX) TO RB-RETURN-CODE
               MOVE ',' TO RB-COMMA-2
               MOVE WS-RB-LINE-NO (WS-RB-IDX) TO RB-LINE-NO
               MOVE ',' TO RB-COMMA-3
               MOVE WS-RB-TEXT (WS-RB-IDX) TO RB-TEXT
               WRITE RUNBOOK-REC
           END-PERFORM
           CLOSE RUNBOOK-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'RUNBOOK-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE RT-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE RT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO RUNBOOK-MAINT-REPORT-LINE
           STRING RT-ACTION ' ' RT-STEP-NAME ' ' RT-RETURN-CODE ' '
               RT-LINE-NO ' ' WS-RESULT-MESSAGE ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO RUNBOOK-MAINT-REPORT-LINE
           WRITE RUNBOOK-MAINT-REPORT-LINE.

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
               IF WS-AUTH-USER (WS-AUTH-IDX) = RT-USER-ID
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
