       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'RNGE'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
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
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-RANGE
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
