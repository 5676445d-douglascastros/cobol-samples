      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          sales territory master -- which territory, and which
      *          territory manager, each state belongs to, plus any
      *          single city carved out of its state into another
      *          territory -- in the established maintenance mold: a
      *          transaction file, a result line per transaction,
      *          the shared audit trail and the shared user-authority
      *          check (master id TERR). An entry is keyed by its key
      *          type ('S' state, 'C' city override) and the state or
      *          city name; TERRITORY-LOOKUP serves the master to the
      *          register reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRITORY-TRANS-FILE ASSIGN TO
               'src/territory-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT TERRITORY-FILE ASSIGN TO
               'src/territory-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERR.
           SELECT TERRITORY-MAINT-REPORT ASSIGN TO
               'src/territory-maint-report.txt'
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
       FD TERRITORY-TRANS-FILE.
       01 TERRITORY-TRANS-REC.
           05 TT-ACTION    PIC X(01).
           05 TT-COMMA-1   PIC X(01).
           05 TT-KEY-TYPE  PIC X(01).
           05 TT-COMMA-2   PIC X(01).
           05 TT-KEY-VALUE PIC X(30).
           05 TT-COMMA-3   PIC X(01).
           05 TT-TERRITORY PIC X(06).
           05 TT-COMMA-4   PIC X(01).
           05 TT-MANAGER   PIC X(20).
           05 TT-COMMA-5   PIC X(01).
           05 TT-USER-ID   PIC X(08).

      * key type 'S' maps a whole state to a territory, 'C' a single
      * city that overrides its state's territory
       FD TERRITORY-FILE.
       01 TERRITORY-REC.
           05 TM-KEY-TYPE  PIC X(01).
           05 TM-COMMA-1   PIC X(01).
           05 TM-KEY-VALUE PIC X(30).
           05 TM-COMMA-2   PIC X(01).
           05 TM-TERRITORY PIC X(06).
           05 TM-COMMA-3   PIC X(01).
           05 TM-MANAGER   PIC X(20).

       FD TERRITORY-MAINT-REPORT.
       01 TERRITORY-MAINT-REPORT-LINE PIC X(120).

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

       01 WS-TRANS-END       PIC X(01) VALUE 'N'.
       01 WS-FS-STATUS-TRANS PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TERR  PIC X(02) VALUE '00'.
       01 WS-TERR-END        PIC X(01) VALUE 'N'.
       01 WS-TRANS-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-ERROR-COUNT     PIC 9(07) VALUE ZEROS.
       01 WS-CHANGE-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-RESULT-MESSAGE  PIC X(40).
       01 WS-AUDIT-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME      PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-CODE     PIC X(01).
           88 WS-ACTION-ADD      VALUE 'A'.
           88 WS-ACTION-CHANGE   VALUE 'C'.
           88 WS-ACTION-DELETE   VALUE 'D'.
           88 WS-ACTION-INQUIRE  VALUE 'I'.

      * the whole territory master held in storage for the run; the
      * same ceiling TERRITORY-LOOKUP holds when it serves the master
       01 WS-TERR-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TERR-TABLE.
           05 WS-TERR-ENTRY OCCURS 200 TIMES.
               10 WS-TERR-KEY-TYPE  PIC X(01).
               10 WS-TERR-KEY-VALUE PIC X(30).
               10 WS-TERR-CODE      PIC X(06).
               10 WS-TERR-MANAGER   PIC X(20).
       01 WS-TERR-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-TERR-IDX-2 PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-KEY-TYPE  PIC X(01).
           05 WS-SWAP-KEY-VALUE PIC X(30).
           05 WS-SWAP-CODE      PIC X(06).
           05 WS-SWAP-MANAGER   PIC X(20).
       01 WS-SORT-KEY-A PIC X(31) VALUE SPACES.
       01 WS-SORT-KEY-B PIC X(31) VALUE SPACES.

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'TERR'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0080-LOAD-TERRITORIES
           OPEN INPUT TERRITORY-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO TERRITORY TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN OUTPUT TERRITORY-MAINT-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ TERRITORY-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE TT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE TERRITORY-TRANS-FILE
           IF WS-CHANGE-COUNT > ZEROS
               PERFORM 0700-REWRITE-TERRITORIES
           END-IF
           CLOSE TERRITORY-MAINT-REPORT
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
               STRING 'USER ' TT-USER-ID ' NOT AUTHORIZED FOR '
                   WS-ACTION-CODE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0075-CHECK-PERIOD
           IF PQ-CLOSED = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TT-KEY-TYPE NOT = 'S' AND TT-KEY-TYPE NOT = 'C'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, KEY TYPE MUST BE S OR C' TO
                   WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TT-KEY-VALUE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, STATE/CITY NAME MISSING' TO
                   WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-TERRITORY
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-TERRITORY
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-TERRITORY
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-TERRITORY
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * a state or city may sit in only one territory; moving it is
      * a change, not a second add
       0200-ADD-TERRITORY.
           PERFORM 0600-FIND-TERRITORY
           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, ALREADY ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-VALIDATE-TERRITORY-VALUES
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TERR-COUNT >= 200
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, TERRITORY TABLE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERR-COUNT
           MOVE TT-KEY-TYPE TO WS-TERR-KEY-TYPE (WS-TERR-COUNT)
           MOVE TT-KEY-VALUE TO WS-TERR-KEY-VALUE (WS-TERR-COUNT)
           MOVE TT-TERRITORY TO WS-TERR-CODE (WS-TERR-COUNT)
           MOVE TT-MANAGER TO WS-TERR-MANAGER (WS-TERR-COUNT)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'ADDED' TO WS-RESULT-MESSAGE.

      * every entry names both the territory and the manager it
      * rolls up to; the reports print both
       0250-VALIDATE-TERRITORY-VALUES.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF TT-TERRITORY = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, TERRITORY CODE MISSING' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF TT-MANAGER = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, TERRITORY MANAGER MISSING' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0300-CHANGE-TERRITORY.
           PERFORM 0600-FIND-TERRITORY
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-VALIDATE-TERRITORY-VALUES
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TT-TERRITORY TO WS-TERR-CODE (WS-FOUND-IDX)
           MOVE TT-MANAGER TO WS-TERR-MANAGER (WS-FOUND-IDX)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-RESULT-MESSAGE.

       0400-DELETE-TERRITORY.
           PERFORM 0600-FIND-TERRITORY
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DELETE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERR-ENTRY (WS-TERR-COUNT) TO
               WS-TERR-ENTRY (WS-FOUND-IDX)
           SUBTRACT 1 FROM WS-TERR-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0500-INQUIRE-TERRITORY.
           PERFORM 0600-FIND-TERRITORY
           IF WS-FOUND-IDX > ZEROS
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'FOUND '
                   WS-TERR-CODE (WS-FOUND-IDX) ' '
                   WS-TERR-MANAGER (WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0600-FIND-TERRITORY.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-TERR-IDX
           PERFORM UNTIL WS-TERR-IDX = WS-TERR-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-TERR-IDX
               IF WS-TERR-KEY-TYPE (WS-TERR-IDX) = TT-KEY-TYPE
                       AND WS-TERR-KEY-VALUE (WS-TERR-IDX) =
                           TT-KEY-VALUE
                   MOVE WS-TERR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * an absent territory master is an empty master; TERRITORY-
      * LOOKUP takes the same posture when it serves the reports
       0080-LOAD-TERRITORIES.
           OPEN INPUT TERRITORY-FILE
           IF WS-FS-STATUS-TERR NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERR-END = 'S'
               READ TERRITORY-FILE
                   AT END
                       MOVE 'S' TO WS-TERR-END
                   NOT AT END
                       IF WS-TERR-COUNT < 200
                           ADD 1 TO WS-TERR-COUNT
                           MOVE TM-KEY-TYPE TO
                               WS-TERR-KEY-TYPE (WS-TERR-COUNT)
                           MOVE TM-KEY-VALUE TO
                               WS-TERR-KEY-VALUE (WS-TERR-COUNT)
                           MOVE TM-TERRITORY TO
                               WS-TERR-CODE (WS-TERR-COUNT)
                           MOVE TM-MANAGER TO
                               WS-TERR-MANAGER (WS-TERR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERRITORY-FILE.

      * the master goes back with the city overrides ahead of the
      * states, each in name order, whatever order the deletes left
      * the table in
       0700-REWRITE-TERRITORIES.
           MOVE ZEROS TO WS-TERR-IDX
           PERFORM UNTIL WS-TERR-IDX >= WS-TERR-COUNT
               ADD 1 TO WS-TERR-IDX
               MOVE WS-TERR-IDX TO WS-TERR-IDX-2
               PERFORM UNTIL WS-TERR-IDX-2 >= WS-TERR-COUNT
                   ADD 1 TO WS-TERR-IDX-2
                   MOVE WS-TERR-ENTRY (WS-TERR-IDX) (1:31) TO
                       WS-SORT-KEY-A
                   MOVE WS-TERR-ENTRY (WS-TERR-IDX-2) (1:31) TO
                       WS-SORT-KEY-B
                   IF WS-SORT-KEY-B < WS-SORT-KEY-A
                       MOVE WS-TERR-ENTRY (WS-TERR-IDX) TO
                           WS-SWAP-ENTRY
                       MOVE WS-TERR-ENTRY (WS-TERR-IDX-2) TO
                           WS-TERR-ENTRY (WS-TERR-IDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-TERR-ENTRY (WS-TERR-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT TERRITORY-FILE
           IF WS-FS-STATUS-TERR NOT = '00'
               DISPLAY 'ERROR REWRITING TERRITORY MASTER, STATUS: '
                   WS-FS-STATUS-TERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-TERR-IDX
           PERFORM UNTIL WS-TERR-IDX = WS-TERR-COUNT
               ADD 1 TO WS-TERR-IDX
               MOVE WS-TERR-KEY-TYPE (WS-TERR-IDX) TO TM-KEY-TYPE
               MOVE ',' TO TM-COMMA-1
               MOVE WS-TERR-KEY-VALUE (WS-TERR-IDX) TO TM-KEY-VALUE
               MOVE ',' TO TM-COMMA-2
               MOVE WS-TERR-CODE (WS-TERR-IDX) TO TM-TERRITORY
               MOVE ',' TO TM-COMMA-3
               MOVE WS-TERR-MANAGER (WS-TERR-IDX) TO TM-MANAGER
               WRITE TERRITORY-REC
           END-PERFORM
           CLOSE TERRITORY-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'TERRITORY-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE TT-ACTION TO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE TT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO TERRITORY-MAINT-REPORT-LINE
           STRING TT-ACTION ' ' TT-KEY-TYPE ' ' TT-KEY-VALUE ' '
               TT-TERRITORY ' ' TT-MANAGER ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO TERRITORY-MAINT-REPORT-LINE
           WRITE TERRITORY-MAINT-REPORT-LINE.

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
               IF WS-AUTH-USER (WS-AUTH-IDX) = TT-USER-ID
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

      * a change lands on the business date, and is refused when
      * PERIOD-CLOSE has closed that month; inquiries change nothing
      * and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.
