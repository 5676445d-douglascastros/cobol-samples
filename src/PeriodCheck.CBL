      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared closed-period check for the maintenance
      *          programs. Each of them calls here (through
      *          DATA-PERIOD-CHECK.CPY) with the date a change would
      *          land on before applying it, and refuses the change
      *          when that date's month has been closed by
      *          PERIOD-CLOSE and not reopened. The period-close
      *          control file and the business date are loaded once
      *          on the first call and held for the run, the same
      *          posture TERRITORY-LOOKUP takes with its master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO 'src/period-close.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERIOD.

      * shared run-control file giving every batch program the same
      * business run date for the night; a change with no effective
      * date of its own lands on that date
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CLOSE-FILE.
       COPY 'src/DATA-PERIOD-CLOSE.CPY'.

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERIOD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-PERIOD-END       PIC X(01) VALUE 'N'.
       01 WS-PERIODS-LOADED   PIC X(01) VALUE 'N'.
       01 WS-PERIODS-IN-FORCE PIC X(01) VALUE 'N'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-CHECK-DATE       PIC 9(08) VALUE ZEROS.

      * the months on the control file that stand closed; a
      * reopened month is left out, so changes land in it again
       01 WS-CLOSED-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-PERIOD PIC 9(06) OCCURS 240 TIMES.
       01 WS-CLOSED-IDX   PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

       PROCEDURE DIVISION USING PERIOD-CHECK-REQUEST.
       MAIN-PROCEDURE.
           IF WS-PERIODS-LOADED = 'N'
               PERFORM 0100-LOAD-PERIODS
           END-IF
           MOVE WS-PERIODS-IN-FORCE TO PQ-IN-FORCE
           MOVE 'N' TO PQ-CLOSED
           MOVE SPACES TO PQ-MESSAGE
           MOVE PQ-CHECK-DATE TO WS-CHECK-DATE
           IF PQ-CHECK-DATE NOT NUMERIC OR PQ-CHECK-DATE = ZEROS
               MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
           END-IF
           MOVE WS-CHECK-DATE (1:6) TO PQ-PERIOD
           MOVE ZEROS TO WS-CLOSED-IDX
           PERFORM UNTIL WS-CLOSED-IDX = WS-CLOSED-COUNT
                   OR PQ-CLOSED = 'Y'
               ADD 1 TO WS-CLOSED-IDX
               IF WS-CLOSED-PERIOD (WS-CLOSED-IDX) = PQ-PERIOD
                   MOVE 'Y' TO PQ-CLOSED
                   STRING 'REJECTED, PERIOD ' PQ-PERIOD ' IS CLOSED'
                       DELIMITED BY SIZE INTO PQ-MESSAGE
               END-IF
           END-PERFORM
           GOBACK.

      * a missing control file means no month has been closed yet
      * and every date is open
       0100-LOAD-PERIODS.
           MOVE 'Y' TO WS-PERIODS-LOADED
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-FS-STATUS-PERIOD NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PERIODS-IN-FORCE
           PERFORM UNTIL WS-PERIOD-END = 'S'
               READ PERIOD-CLOSE-FILE
                   AT END
                       MOVE 'S' TO WS-PERIOD-END
                   NOT AT END
                       IF PC-CLOSED
                           IF WS-CLOSED-COUNT >= 240
                               DISPLAY 'RUN STOPPED: PERIOD-CLOSE '
                                   'FILE EXCEEDS THE 240-ENTRY TABLE'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PC-PERIOD TO
                               WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CLOSE-FILE.
