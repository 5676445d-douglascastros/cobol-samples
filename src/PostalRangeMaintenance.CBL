      ******************************************************************
      * Author:
      * Date:
      * Purpose: add/change/delete/inquire transactions against the
      *          postal-code range master -- which band of five-digit
      *          postal zones belongs to which city -- in the
      *          established maintenance mold: a transaction file, a
      *          result line per transaction, the shared audit trail
      *          and the shared user-authority check (master id POST).
      *          A range is known by its low code; a change may move
      *          its high end or its city. The city must be on the
      *          city master, and a range whose low end exceeds its
      *          high, or one that overlaps another range, is
      *          rejected, so every postal zone answers to one city.
      *          CUSTOMER-MASTER-MAINTENANCE and
      *          CHANGE-OF-ADDRESS-APPLY check every postal code they
      *          store against these ranges through the shared
      *          POSTAL-RANGE-LOOKUP subprogram.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-RANGE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-TRANS-FILE ASSIGN TO
               'src/postal-range-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.
           SELECT POSTAL-RANGE-FILE ASSIGN TO
               'src/postal-range-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RANGE.
           SELECT POSTAL-MAINT-REPORT ASSIGN TO
               'src/postal-range-maint-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * every range must name a city the city master knows
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CY-NAME
           FILE STATUS IS WS-FS-STATUS-CITY.

      * authorization reference: which users may Add, Change or
      * Delete on which master; checked before any transaction is
      * applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-TRANS-FILE.
       01 POSTAL-TRANS-REC.
           05 PT-ACTION    PIC X(01).
           05 PT-COMMA-1   PIC X(01).
           05 PT-LOW-CODE  PIC 9(05).
           05 PT-COMMA-2   PIC X(01).
           05 PT-HIGH-CODE PIC 9(05).
           05 PT-COMMA-3   PIC X(01).
           05 PT-CITY-NAME PIC X(30).
           05 PT-COMMA-4   PIC X(01).
           05 PT-USER-ID   PIC X(08).

       FD POSTAL-RANGE-FILE.
       01 POSTAL-RANGE-REC.
           05 PM-LOW-CODE  PIC 9(05).
           05 PM-COMMA-1   PIC X(01).
           05 PM-HIGH-CODE PIC 9(05).
           05 PM-COMMA-2   PIC X(01).
           05 PM-CITY-NAME PIC X(30).

       FD POSTAL-MAINT-REPORT.
       01 POSTAL-MAINT-REPORT-LINE PIC X(100).

      * CY-POPULATION is packed decimal (COMP-3), matching the layout
      * CITY-MASTER-MAINTENANCE builds
       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 CY-NAME        PIC X(30).
           05 CY-POPULATION  PIC 9(09) COMP-3.
           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

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
       01 WS-FS-STATUS-RANGE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY  PIC X(02) VALUE '00'.
       01 WS-RANGE-END       PIC X(01) VALUE 'N'.
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

      * the whole range master held in storage for the run, the same
      * ceiling POSTAL-RANGE-LOOKUP loads
       01 WS-RANGE-MAX   PIC 9(03) VALUE 500.
       01 WS-RANGE-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 500 TIMES.
               10 WS-RANGE-LOW    PIC 9(05).
               10 WS-RANGE-HIGH   PIC 9(05).
               10 WS-RANGE-CITY   PIC X(30).
       01 WS-RANGE-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-IDX-2 PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-OVERLAP-IDX PIC 9(03) VALUE ZEROS.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-LOW    PIC 9(05).
           05 WS-SWAP-HIGH   PIC 9(05).
           05 WS-SWAP-CITY   PIC X(30).

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
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'POST'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0080-LOAD-RANGES
           OPEN INPUT POSTAL-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO POSTAL-RANGE TRANSACTIONS THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-TRANS
               STOP RUN
           END-IF
           OPEN INPUT CITY-MASTER-FILE
           IF WS-FS-STATUS-CITY NOT = '00'
               DISPLAY 'CITY MASTER NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-CITY
               CLOSE POSTAL-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTAL-MAINT-REPORT

           PERFORM UNTIL WS-TRANS-END = 'S'
               READ POSTAL-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       MOVE PT-ACTION TO WS-ACTION-CODE
                       PERFORM 0100-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE POSTAL-TRANS-FILE
           CLOSE CITY-MASTER-FILE
           IF WS-CHANGE-COUNT > ZEROS
               PERFORM 0700-REWRITE-RANGES
           END-IF
           CLOSE POSTAL-MAINT-REPORT
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
               STRING 'USER ' PT-USER-ID ' NOT AUTHORIZED FOR '
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
           IF PT-LOW-CODE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'LOW CODE NOT NUMERIC' TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-RANGE
               WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-RANGE
               WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-RANGE
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-RANGE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD.

      * a new range must be numeric, low through high, start at a
      * low code not already on the master, name a city on the city
      * master and overlap no other range
       0200-ADD-RANGE.
           PERFORM 0600-FIND-RANGE
           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, RANGE ALREADY ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-VALIDATE-RANGE-VALUES
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RANGE-COUNT >= WS-RANGE-MAX
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'ADD FAILED, RANGE TABLE FULL' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RANGE-COUNT
           MOVE PT-LOW-CODE TO WS-RANGE-LOW (WS-RANGE-COUNT)
           MOVE PT-HIGH-CODE TO WS-RANGE-HIGH (WS-RANGE-COUNT)
           MOVE CY-NAME TO WS-RANGE-CITY (WS-RANGE-COUNT)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'ADDED' TO WS-RESULT-MESSAGE.

      * on success CY-NAME holds the city master's own spelling,
      * which is what the range carries
       0250-VALIDATE-RANGE-VALUES.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF PT-HIGH-CODE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, RANGE NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-LOW-CODE = ZEROS OR PT-LOW-CODE > PT-HIGH-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FAILED, LOW/HIGH OUT OF ORDER' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PT-CITY-NAME TO CY-NAME
           READ CITY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'FAILED, CITY NOT ON CITY MASTER' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0650-FIND-OVERLAP
           IF WS-OVERLAP-IDX > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'FAILED, OVERLAPS RANGE '
                   WS-RANGE-LOW (WS-OVERLAP-IDX) '-'
                   WS-RANGE-HIGH (WS-OVERLAP-IDX)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

       0300-CHANGE-RANGE.
           PERFORM 0600-FIND-RANGE
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CHANGE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-VALIDATE-RANGE-VALUES
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PT-HIGH-CODE TO WS-RANGE-HIGH (WS-FOUND-IDX)
           MOVE CY-NAME TO WS-RANGE-CITY (WS-FOUND-IDX)
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'CHANGED' TO WS-RESULT-MESSAGE.

       0400-DELETE-RANGE.
           PERFORM 0600-FIND-RANGE
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DELETE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RANGE-ENTRY (WS-RANGE-COUNT) TO
               WS-RANGE-ENTRY (WS-FOUND-IDX)
           SUBTRACT 1 FROM WS-RANGE-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'DELETED' TO WS-RESULT-MESSAGE.

       0500-INQUIRE-RANGE.
           PERFORM 0600-FIND-RANGE
           IF WS-FOUND-IDX > ZEROS
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'FOUND '
                   WS-RANGE-LOW (WS-FOUND-IDX) '-'
                   WS-RANGE-HIGH (WS-FOUND-IDX) ' '
                   WS-RANGE-CITY (WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
           END-IF.

       0600-FIND-RANGE.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-RANGE-IDX
               IF WS-RANGE-LOW (WS-RANGE-IDX) = PT-LOW-CODE
                   MOVE WS-RANGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * answers whether the keyed band crosses any OTHER range; the
      * keyed range's own entry is skipped so a change can widen or
      * narrow it in place
       0650-FIND-OVERLAP.
           MOVE ZEROS TO WS-OVERLAP-IDX
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
                   OR WS-OVERLAP-IDX > ZEROS
               ADD 1 TO WS-RANGE-IDX
               IF WS-RANGE-LOW (WS-RANGE-IDX) NOT = PT-LOW-CODE
                       AND PT-LOW-CODE <=
                           WS-RANGE-HIGH (WS-RANGE-IDX)
                       AND PT-HIGH-CODE >=
                           WS-RANGE-LOW (WS-RANGE-IDX)
                   MOVE WS-RANGE-IDX TO WS-OVERLAP-IDX
               END-IF
           END-PERFORM.

      * an absent range master is an empty master;
      * POSTAL-RANGE-LOOKUP takes that to mean the check is not yet
      * in force
       0080-LOAD-RANGES.
           OPEN INPUT POSTAL-RANGE-FILE
           IF WS-FS-STATUS-RANGE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RANGE-END = 'S'
               READ POSTAL-RANGE-FILE
                   AT END
                       MOVE 'S' TO WS-RANGE-END
                   NOT AT END
                       IF WS-RANGE-COUNT < WS-RANGE-MAX
                           ADD 1 TO WS-RANGE-COUNT
                           MOVE PM-LOW-CODE TO
                               WS-RANGE-LOW (WS-RANGE-COUNT)
                           MOVE PM-HIGH-CODE TO
                               WS-RANGE-HIGH (WS-RANGE-COUNT)
                           MOVE PM-CITY-NAME TO
                               WS-RANGE-CITY (WS-RANGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTAL-RANGE-FILE.

      * the master goes back in ascending low-code order whatever
      * order the adds and deletes left the table in
       0700-REWRITE-RANGES.
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX >= WS-RANGE-COUNT
               ADD 1 TO WS-RANGE-IDX
               MOVE WS-RANGE-IDX TO WS-RANGE-IDX-2
               PERFORM UNTIL WS-RANGE-IDX-2 >= WS-RANGE-COUNT
                   ADD 1 TO WS-RANGE-IDX-2
                   IF WS-RANGE-LOW (WS-RANGE-IDX-2) <
                           WS-RANGE-LOW (WS-RANGE-IDX)
                       MOVE WS-RANGE-ENTRY (WS-RANGE-IDX) TO
                           WS-SWAP-ENTRY
                       MOVE WS-RANGE-ENTRY (WS-RANGE-IDX-2) TO
                           WS-RANGE-ENTRY (WS-RANGE-IDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-RANGE-ENTRY (WS-RANGE-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT POSTAL-RANGE-FILE
           IF WS-FS-STATUS-RANGE NOT = '00'
               DISPLAY 'ERROR REWRITING POSTAL-RANGE MASTER, STATUS: '
                   WS-FS-STATUS-RANGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
               ADD 1 TO WS-RANGE-IDX
               MOVE WS-RANGE-LOW (WS-RANGE-IDX) TO PM-LOW-CODE
               MOVE ',' TO PM-COMMA-1
               MOVE WS-RANGE-HIGH (WS-RANGE-IDX) TO PM-HIGH-CODE
               MOVE ',' TO PM-COMMA-2
               MOVE WS-RANGE-CITY (WS-RANGE-IDX) TO PM-CITY-NAME
               WRITE POSTAL-RANGE-REC
           END-PERFORM
           CLOSE POSTAL-RANGE-FILE.

      * appends one entry to the shared audit trail for this
      * transaction
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'POSTAL-RANGE-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE SPACES TO AT-ACTION
           STRING PT-ACTION ' ' PT-LOW-CODE
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE PT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

       0900-WRITE-REPORT-LINE.
           MOVE SPACES TO POSTAL-MAINT-REPORT-LINE
           STRING PT-ACTION ' ' PT-LOW-CODE ' ' PT-HIGH-CODE ' '
               PT-CITY-NAME ' ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO POSTAL-MAINT-REPORT-LINE
           WRITE POSTAL-MAINT-REPORT-LINE.

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
               IF WS-AUTH-USER (WS-AUTH-IDX) = PT-USER-ID
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
