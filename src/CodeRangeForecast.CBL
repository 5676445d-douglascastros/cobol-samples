      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly exhaustion forecast for the branch code-range
      *          master CODE-RANGE-MAINTENANCE keeps and READ-FILES
      *          enforces. For every band it counts the codes the
      *          register already holds inside the band and finds the
      *          highest, estimates the branch's monthly consumption
      *          from the volumes READ-FILES appends to the branch
      *          quality history, and projects the date the band
      *          fills. A band projected to fill within 90 days, or
      *          already full, raises a warning alert through
      *          ALERT-WRITER so a new range is allocated before the
      *          branch's new accounts start bouncing as range
      *          exceptions. Register codes come from the city-ordered
      *          extract REGISTER-FAN-OUT cuts each night, trusted
      *          only when the fan-out's control record is tonight's.
      *          Run on the month's first business day from the
      *          batch schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-RANGE-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-RANGE-FILE ASSIGN TO
               'src/code-range-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RANGE.
           SELECT CITY-ORDERED-FILE ASSIGN TO
               'src/data-out-city-order.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CITYORD.
           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.
           SELECT BRANCH-HISTORY-FILE ASSIGN TO
               'src/branch-quality-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-BRHIST.
           SELECT FORECAST-REPORT-FILE ASSIGN TO
               'src/code-range-forecast-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD FANOUT-CONTROL-FILE.
       COPY 'src/DATA-REGISTER-FANOUT.CPY'.

       FD CODE-RANGE-FILE.
       01 CODE-RANGE-REC.
           05 CR-BRANCH    PIC X(03).
           05 CR-COMMA-1   PIC X(01).
           05 CR-LOW-CODE  PIC 9(06).
           05 CR-COMMA-2   PIC X(01).
           05 CR-HIGH-CODE PIC 9(06).

      * built by REGISTER-FAN-OUT's single register pass; only the
      * code is wanted here
       FD CITY-ORDERED-FILE.
       01 CITY-ORDERED-REC.
           05 CO-CODE     PIC 9(06).
           05 CO-COMMA-1  PIC X(01).
           05 CO-NAME     PIC X(20).
           05 CO-COMMA-2  PIC X(01).
           05 CO-CITY     PIC X(30).
           05 CO-COMMA-3  PIC X(01).
           05 CO-STATE    PIC X(20).
           05 CO-COMMA-4  PIC X(01).
           05 CO-COUNTRY  PIC X(20).

       FD BRANCH-HISTORY-FILE.
       01 BRANCH-HISTORY-REC.
           05 BQ-BUSINESS-DATE PIC 9(08).
           05 BQ-COMMA-1       PIC X(01).
           05 BQ-BRANCH        PIC X(03).
           05 BQ-COMMA-2       PIC X(01).
           05 BQ-RECORDS       PIC 9(07).
           05 BQ-COMMA-3       PIC X(01).
           05 BQ-EXCEPTIONS    PIC 9(07).

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-RANGE   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITYORD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FCTL    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-BRHIST  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-RANGE-END         PIC X(01) VALUE 'N'.
       01 WS-CITYORD-END       PIC X(01) VALUE 'N'.
       01 WS-BRHIST-END        PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-FANOUT-CURRENT   PIC X(01) VALUE 'N'.

      * consumption is measured over the trailing half year of the
      * branch quality history, and a band due to fill inside the
      * warning horizon raises an alert. Every accepted record is
      * counted as a code issued, which if anything fills a band
      * early -- the safe side for a warning
       01 WS-HISTORY-WINDOW-DAYS PIC 9(03) VALUE 183.
       01 WS-WARN-HORIZON-DAYS   PIC 9(03) VALUE 90.

       COPY 'src/DATA-DATE-UTILS.CPY'.
       COPY 'src/DATA-ALERT.CPY'.

      * the range master held in storage with what the register and
      * the history say about each band; twenty branches is the
      * ceiling CODE-RANGE-MAINTENANCE keeps
       01 WS-RANGE-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 20 TIMES.
               10 WS-RANGE-BRANCH    PIC X(03).
               10 WS-RANGE-LOW       PIC 9(06).
               10 WS-RANGE-HIGH      PIC 9(06).
               10 WS-RANGE-USED      PIC 9(07).
               10 WS-RANGE-TOP-CODE  PIC 9(06).
               10 WS-RANGE-VOLUME    PIC 9(09).
               10 WS-RANGE-FIRST-DAY PIC 9(08).
       01 WS-RANGE-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-FOUND-IDX   PIC 9(02) VALUE ZEROS.

       01 WS-CODES-READ     PIC 9(07) VALUE ZEROS.
       01 WS-OUT-OF-BAND    PIC 9(07) VALUE ZEROS.
       01 WS-ALERT-COUNT    PIC 9(03) VALUE ZEROS.

       01 WS-CAPACITY       PIC 9(07) VALUE ZEROS.
       01 WS-REMAINING      PIC 9(07) VALUE ZEROS.
       01 WS-DAYS-OBSERVED  PIC S9(05) VALUE ZEROS.
       01 WS-AGE-DAYS       PIC S9(05) VALUE ZEROS.
       01 WS-DAILY-RATE     PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-MONTHLY-RATE   PIC 9(09) VALUE ZEROS.
       01 WS-DAYS-TO-FILL   PIC 9(07) VALUE ZEROS.
       01 WS-FILL-DATE      PIC 9(08) VALUE ZEROS.
       01 WS-FORECAST-NOTE  PIC X(30) VALUE SPACES.
       01 WS-FILL-SHOW      PIC ZZZZZZ9.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(38) VALUE
               'BRANCH CODE-RANGE EXHAUSTION FORECAST '.
           05 FILLER PIC X(06) VALUE 'AS OF '.
           05 WL-DATE PIC 9(08).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(04) VALUE 'BR'.
           05 FILLER PIC X(08) VALUE 'LOW'.
           05 FILLER PIC X(07) VALUE 'HIGH'.
           05 FILLER PIC X(09) VALUE ' CAPACITY'.
           05 FILLER PIC X(09) VALUE '     USED'.
           05 FILLER PIC X(09) VALUE '  HIGHEST'.
           05 FILLER PIC X(11) VALUE '  REMAINING'.
           05 FILLER PIC X(11) VALUE '  PER MONTH'.
           05 FILLER PIC X(21) VALUE '  DAYS LEFT  FILLS ON'.

       01 WS-DETAIL-LINE.
           05 WD-BRANCH     PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-LOW        PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-HIGH       PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-CAPACITY   PIC ZZZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-USED       PIC ZZZZZZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WD-TOP-CODE   PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-REMAINING  PIC ZZZZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WD-MONTHLY    PIC ZZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-FORECAST   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-CHECK-FANOUT
           IF WS-FANOUT-CURRENT = 'N'
               DISPLAY 'REGISTER FAN-OUT HAS NOT COMPLETED FOR '
                   WS-BUSINESS-DATE ' -- REGISTER CODES NOT '
                   'TRUSTED, NO FORECAST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0080-LOAD-RANGES
           IF WS-RANGE-COUNT = ZEROS
               DISPLAY 'NO CODE RANGES ON FILE, NOTHING TO FORECAST'
               STOP RUN
           END-IF
           PERFORM 0100-COUNT-REGISTER-CODES
           PERFORM 0200-LOAD-BRANCH-VOLUMES

           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WL-DATE
           WRITE FORECAST-REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-LINE
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
               ADD 1 TO WS-RANGE-IDX
               PERFORM 0300-FORECAST-BAND
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING 'REGISTER CODES READ: ' WS-CODES-READ
               '   OUTSIDE EVERY BAND: ' WS-OUT-OF-BAND
               '   BANDS ALERTED: ' WS-ALERT-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           CLOSE FORECAST-REPORT-FILE

           DISPLAY 'Code ranges forecast:   ' WS-RANGE-COUNT
           DISPLAY 'Ranges due to fill:     ' WS-ALERT-COUNT
           IF WS-ALERT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
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
           END-IF.

      * the extract is trusted only when REGISTER-FAN-OUT's control
      * record says tonight's pass over the register finished
       0060-CHECK-FANOUT.
           MOVE 'N' TO WS-FANOUT-CURRENT
           OPEN INPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FANOUT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-FANOUT-CURRENT
                   END-IF
           END-READ
           CLOSE FANOUT-CONTROL-FILE.

       0080-LOAD-RANGES.
           OPEN INPUT CODE-RANGE-FILE
           IF WS-FS-STATUS-RANGE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RANGE-END = 'S'
               READ CODE-RANGE-FILE
                   AT END
                       MOVE 'S' TO WS-RANGE-END
                   NOT AT END
                       IF WS-RANGE-COUNT < 20
                           ADD 1 TO WS-RANGE-COUNT
                           INITIALIZE WS-RANGE-ENTRY (WS-RANGE-COUNT)
                           MOVE CR-BRANCH TO
                               WS-RANGE-BRANCH (WS-RANGE-COUNT)
                           MOVE CR-LOW-CODE TO
                               WS-RANGE-LOW (WS-RANGE-COUNT)
                           MOVE CR-HIGH-CODE TO
                               WS-RANGE-HIGH (WS-RANGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODE-RANGE-FILE.

      * every register code is credited to the band it falls in; the
      * bands do not overlap, so at most one can claim it
       0100-COUNT-REGISTER-CODES.
           OPEN INPUT CITY-ORDERED-FILE
           IF WS-FS-STATUS-CITYORD NOT = '00'
               DISPLAY 'ERROR OPENING CITY-ORDERED-FILE, STATUS: '
                   WS-FS-STATUS-CITYORD ' -- USAGE WILL BE ZERO'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CITYORD-END = 'S'
               READ CITY-ORDERED-FILE
                   AT END
                       MOVE 'S' TO WS-CITYORD-END
                   NOT AT END
                       ADD 1 TO WS-CODES-READ
                       PERFORM 0150-CREDIT-CODE
               END-READ
           END-PERFORM
           CLOSE CITY-ORDERED-FILE.

       0150-CREDIT-CODE.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-RANGE-IDX
               IF CO-CODE >= WS-RANGE-LOW (WS-RANGE-IDX)
                       AND CO-CODE <= WS-RANGE-HIGH (WS-RANGE-IDX)
                   MOVE WS-RANGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-OUT-OF-BAND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RANGE-USED (WS-FOUND-IDX)
           IF CO-CODE > WS-RANGE-TOP-CODE (WS-FOUND-IDX)
               MOVE CO-CODE TO WS-RANGE-TOP-CODE (WS-FOUND-IDX)
           END-IF.

      * each branch's accepted volume over the trailing window, and
      * the earliest run inside it, so a branch with only a few
      * weeks of history is rated over those weeks, not the window
       0200-LOAD-BRANCH-VOLUMES.
           OPEN INPUT BRANCH-HISTORY-FILE
           IF WS-FS-STATUS-BRHIST NOT = '00'
               DISPLAY 'NO BRANCH QUALITY HISTORY ON FILE, STATUS: '
                   WS-FS-STATUS-BRHIST ' -- NO CONSUMPTION RATES'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BRHIST-END = 'S'
               READ BRANCH-HISTORY-FILE
                   AT END
                       MOVE 'S' TO WS-BRHIST-END
                   NOT AT END
                       PERFORM 0250-ADD-BRANCH-VOLUME
               END-READ
           END-PERFORM
           CLOSE BRANCH-HISTORY-FILE.

       0250-ADD-BRANCH-VOLUME.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-RANGE-IDX
               IF WS-RANGE-BRANCH (WS-RANGE-IDX) = BQ-BRANCH
                   MOVE WS-RANGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZEROS OR BQ-RECORDS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE BQ-BUSINESS-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DAYS-OUT TO WS-AGE-DAYS
           IF WS-AGE-DAYS < ZEROS
                   OR WS-AGE-DAYS >= WS-HISTORY-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD BQ-RECORDS TO WS-RANGE-VOLUME (WS-FOUND-IDX)
           IF WS-RANGE-FIRST-DAY (WS-FOUND-IDX) = ZEROS
                   OR BQ-BUSINESS-DATE <
                       WS-RANGE-FIRST-DAY (WS-FOUND-IDX)
               MOVE BQ-BUSINESS-DATE TO
                   WS-RANGE-FIRST-DAY (WS-FOUND-IDX)
           END-IF.

      * what is left in the band above its highest issued code, how
      * fast the branch is using it, and when it runs out
       0300-FORECAST-BAND.
           COMPUTE WS-CAPACITY = WS-RANGE-HIGH (WS-RANGE-IDX)
               - WS-RANGE-LOW (WS-RANGE-IDX) + 1
           IF WS-RANGE-TOP-CODE (WS-RANGE-IDX) = ZEROS
               MOVE WS-CAPACITY TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING = WS-RANGE-HIGH (WS-RANGE-IDX)
                   - WS-RANGE-TOP-CODE (WS-RANGE-IDX)
           END-IF
           MOVE ZEROS TO WS-DAILY-RATE
           MOVE ZEROS TO WS-MONTHLY-RATE
           IF WS-RANGE-VOLUME (WS-RANGE-IDX) > ZEROS
               MOVE 'DIFD' TO DU-FUNCTION
               MOVE WS-RANGE-FIRST-DAY (WS-RANGE-IDX) TO DU-DATE-1
               MOVE WS-BUSINESS-DATE TO DU-DATE-2
               CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
               COMPUTE WS-DAYS-OBSERVED = DU-DAYS-OUT + 1
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-RANGE-VOLUME (WS-RANGE-IDX) / WS-DAYS-OBSERVED
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   WS-DAILY-RATE * 30.4
           END-IF

           MOVE SPACES TO WS-FORECAST-NOTE
           EVALUATE TRUE
               WHEN WS-REMAINING = ZEROS
                   MOVE ZEROS TO WS-DAYS-TO-FILL
                   MOVE WS-BUSINESS-DATE TO WS-FILL-DATE
                   MOVE 'FULL NOW' TO WS-FORECAST-NOTE
               WHEN WS-DAILY-RATE = ZEROS
                   MOVE 'NO RECENT VOLUME' TO WS-FORECAST-NOTE
               WHEN OTHER
                   COMPUTE WS-DAYS-TO-FILL =
                       WS-REMAINING / WS-DAILY-RATE
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-DAYS-TO-FILL
                   END-COMPUTE
                   PERFORM 0350-FILL-DATE
           END-EVALUATE

           MOVE WS-RANGE-BRANCH (WS-RANGE-IDX) TO WD-BRANCH
           MOVE WS-RANGE-LOW (WS-RANGE-IDX) TO WD-LOW
           MOVE WS-RANGE-HIGH (WS-RANGE-IDX) TO WD-HIGH
           MOVE WS-CAPACITY TO WD-CAPACITY
           MOVE WS-RANGE-USED (WS-RANGE-IDX) TO WD-USED
           MOVE WS-RANGE-TOP-CODE (WS-RANGE-IDX) TO WD-TOP-CODE
           MOVE WS-REMAINING TO WD-REMAINING
           MOVE WS-MONTHLY-RATE TO WD-MONTHLY
           MOVE WS-FORECAST-NOTE TO WD-FORECAST
           WRITE FORECAST-REPORT-LINE FROM WS-DETAIL-LINE

           IF WS-REMAINING = ZEROS
                   OR (WS-DAILY-RATE > ZEROS
                       AND WS-DAYS-TO-FILL <= WS-WARN-HORIZON-DAYS)
               PERFORM 0400-POST-FILL-ALERT
           END-IF.

      * the fill date is only worked out inside DATE-UTILS' reach of
      * 999 calendar days; a band lasting longer is simply reported
      * as beyond it
       0350-FILL-DATE.
           MOVE WS-DAYS-TO-FILL TO WS-FILL-SHOW
           IF WS-DAYS-TO-FILL > 999
               STRING WS-FILL-SHOW '  BEYOND 999 DAYS'
                   DELIMITED BY SIZE INTO WS-FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADDC' TO DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO DU-DATE-1
           MOVE WS-DAYS-TO-FILL TO DU-DAYS
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DATE-OUT TO WS-FILL-DATE
           STRING WS-FILL-SHOW '  ' WS-FILL-DATE
               DELIMITED BY SIZE INTO WS-FORECAST-NOTE.

       0400-POST-FILL-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO ALERT-REC
           MOVE 'W' TO AL-SEVERITY
           MOVE 'CODE-RANGE-FORECAST' TO AL-SOURCE
           MOVE SPACES TO AL-MESSAGE
           IF WS-REMAINING = ZEROS
               STRING 'BRANCH ' WS-RANGE-BRANCH (WS-RANGE-IDX)
                   ' CODE RANGE FULL -- ALLOCATE A NEW RANGE'
                   DELIMITED BY SIZE INTO AL-MESSAGE
           ELSE
               MOVE WS-REMAINING TO WS-FILL-SHOW
               STRING 'BRANCH ' WS-RANGE-BRANCH (WS-RANGE-IDX)
                   ' CODE RANGE FILLS ' WS-FILL-DATE ','
                   WS-FILL-SHOW ' CODES LEFT'
                   DELIMITED BY SIZE INTO AL-MESSAGE
           END-IF
           DISPLAY 'WARN: ' AL-MESSAGE
           CALL 'ALERT-WRITER' USING ALERT-REC.
