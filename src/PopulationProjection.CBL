      ******************************************************************
      * Author:
      * Date:
      * Purpose: projects each city's population one, two and three
      *          years ahead from the history CITY-MASTER-MAINTENANCE
      *          journals on every population change -- the question
      *          planning keeps asking of the trend report by hand.
      *          A city's average annual growth is taken from its
      *          earliest to its latest journaled figure, compounded
      *          forward from the latest, and the projections are
      *          rolled up by country the way POPULATION-TREND-REPORT
      *          groups its history. A city with fewer revisions than
      *          the minimum is listed but not projected; a city whose
      *          latest revision breaks sharply from the trend of the
      *          revisions before it is flagged as suspect data and
      *          not projected either. The minimum and the tolerance
      *          come from an optional parm file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPULATION-PROJECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPULATION-HISTORY-FILE ASSIGN TO
               'src/population-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-POPHIST.
           SELECT CITY-MASTER-FILE ASSIGN TO 'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-MASTER.
           SELECT PROJECTION-PARM-FILE ASSIGN TO
               'src/projection-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT SORT-WORK-FILE ASSIGN TO 'src/pop-proj-sort.tmp'.
           SELECT PROJECTION-REPORT-FILE ASSIGN TO
               'src/population-projection-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POPULATION-HISTORY-FILE.
       01 POPULATION-HISTORY-REC.
           05 PH-CITY      PIC X(30).
           05 PH-COMMA-1   PIC X(01).
           05 PH-OLD-VALUE PIC 9(09).
           05 PH-COMMA-2   PIC X(01).
           05 PH-NEW-VALUE PIC 9(09).
           05 PH-COMMA-3   PIC X(01).
           05 PH-RUN-DATE  PIC 9(08).

       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 MS-NAME        PIC X(30).
           05 MS-POPULATION  PIC 9(09) COMP-3.
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

      * minimum journaled figures before a city is projected, and the
      * percentage the latest figure may stray from its trend before
      * it is called suspect
       FD PROJECTION-PARM-FILE.
       01 PROJECTION-PARM-REC.
           05 PP-MIN-POINTS  PIC 9(02).
           05 PP-COMMA-1     PIC X(01).
           05 PP-SUSPECT-PCT PIC 9(03).

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-COUNTRY   PIC X(20).
           05 SW-CITY      PIC X(30).
           05 SW-RUN-DATE  PIC 9(08).
           05 SW-NEW-VALUE PIC 9(09).

       FD PROJECTION-REPORT-FILE.
       01 PROJECTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-POPHIST PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-MASTER  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-MASTER-OPENED     PIC X(01) VALUE 'N'.
       01 WS-LOAD-END          PIC X(01) VALUE 'N'.
       01 WS-SORT-END          PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD      PIC X(01) VALUE 'Y'.
       01 WS-BREAK-COUNTRY     PIC X(20) VALUE SPACES.
       01 WS-BREAK-CITY        PIC X(30) VALUE SPACES.

      * three points is the fewest that leave a trend to hold the
      * latest revision against; a parm asking for fewer is raised
       01 WS-MIN-POINTS        PIC 9(02) VALUE 3.
       01 WS-SUSPECT-PCT       PIC 9(03) VALUE 25.

       COPY 'src/DATA-DATE-UTILS.CPY'.

      * the journaled figures of the city being accumulated: its
      * earliest, the one before its latest, and its latest
       01 WS-POINT-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-FIRST-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-FIRST-VALUE   PIC 9(09) VALUE ZEROS.
       01 WS-PRIOR-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-PRIOR-VALUE   PIC 9(09) VALUE ZEROS.
       01 WS-LATEST-DATE   PIC 9(08) VALUE ZEROS.
       01 WS-LATEST-VALUE  PIC 9(09) VALUE ZEROS.

      * growth is carried as a fraction per year
       01 WS-TREND-DAYS    PIC S9(05) VALUE ZEROS.
       01 WS-GAP-DAYS      PIC S9(05) VALUE ZEROS.
       01 WS-SPAN-DAYS     PIC S9(05) VALUE ZEROS.
       01 WS-TREND-RATE    PIC S9(03)V9(08) VALUE ZEROS.
       01 WS-ANNUAL-RATE   PIC S9(03)V9(08) VALUE ZEROS.
       01 WS-EXPECTED      PIC S9(11) VALUE ZEROS.
       01 WS-DEVIATION     PIC S9(11) VALUE ZEROS.
       01 WS-DEVIATION-PCT PIC 9(07)V99 VALUE ZEROS.
       01 WS-GROWTH-PCT    PIC S9(05)V99 VALUE ZEROS.
       01 WS-DEVIATION-SHOW PIC Z(06)9.99.
       01 WS-POINTS-SHOW    PIC ZZZZ9.
       01 WS-PROJ-1        PIC S9(11) VALUE ZEROS.
       01 WS-PROJ-2        PIC S9(11) VALUE ZEROS.
       01 WS-PROJ-3        PIC S9(11) VALUE ZEROS.

       01 WS-CITY-STATUS   PIC X(01) VALUE SPACE.
           88 WS-CITY-PROJECTED    VALUE 'P'.
           88 WS-CITY-SHORT        VALUE 'H'.
           88 WS-CITY-SUSPECT      VALUE 'S'.

       01 WS-COUNTRY-CURRENT   PIC 9(11) VALUE ZEROS.
       01 WS-COUNTRY-PROJ-1    PIC 9(11) VALUE ZEROS.
       01 WS-COUNTRY-PROJ-2    PIC 9(11) VALUE ZEROS.
       01 WS-COUNTRY-PROJ-3    PIC 9(11) VALUE ZEROS.
       01 WS-COUNTRY-HELD      PIC 9(05) VALUE ZEROS.
       01 WS-GRAND-CURRENT     PIC 9(11) VALUE ZEROS.
       01 WS-GRAND-PROJ-1      PIC 9(11) VALUE ZEROS.
       01 WS-GRAND-PROJ-2      PIC 9(11) VALUE ZEROS.
       01 WS-GRAND-PROJ-3      PIC 9(11) VALUE ZEROS.
       01 WS-PROJECTED-COUNT   PIC 9(05) VALUE ZEROS.
       01 WS-SHORT-COUNT       PIC 9(05) VALUE ZEROS.
       01 WS-SUSPECT-COUNT     PIC 9(05) VALUE ZEROS.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(45) VALUE
               'POPULATION PROJECTION BY COUNTRY AND CITY -- '.
           05 FILLER PIC X(08) VALUE 'MINIMUM '.
           05 WL-MIN-POINTS  PIC Z9.
           05 FILLER PIC X(23) VALUE ' FIGURES, SUSPECT OVER '.
           05 WL-SUSPECT-PCT PIC ZZ9.
           05 FILLER PIC X(02) VALUE ' %'.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '      LATEST'.
           05 FILLER PIC X(13) VALUE '    GROWTH/YR'.
           05 FILLER PIC X(14) VALUE '      + 1 YEAR'.
           05 FILLER PIC X(14) VALUE '     + 2 YEARS'.
           05 FILLER PIC X(14) VALUE '     + 3 YEARS'.

       01 WS-COUNTRY-LINE.
           05 FILLER     PIC X(09) VALUE 'COUNTRY: '.
           05 WC-COUNTRY PIC X(20).

       01 WS-DETAIL-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-CITY      PIC X(30).
           05 WD-LATEST    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-GROWTH    PIC +ZZZ9.99.
           05 FILLER       PIC X(02) VALUE ' %'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-PROJ-1    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WD-PROJ-2    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WD-PROJ-3    PIC ZZ,ZZZ,ZZZ,ZZ9.

      * a city not projected shows its latest figure and the reason
       01 WS-HELD-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WH-CITY      PIC X(30).
           05 WH-LATEST    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WH-REASON    PIC X(60).

       01 WS-SUBTOTAL-LINE.
           05 FILLER       PIC X(11) VALUE '  SUBTOTAL:'.
           05 FILLER       PIC X(18) VALUE SPACES.
           05 WS-SUB-CURRENT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(13) VALUE SPACES.
           05 WS-SUB-PROJ-1 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-SUB-PROJ-2 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-SUB-PROJ-3 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-SUB-HELD  PIC ZZZZ9.
           05 FILLER       PIC X(10) VALUE ' HELD BACK'.

       01 WS-GRAND-LINE.
           05 FILLER       PIC X(12) VALUE 'GRAND TOTAL:'.
           05 FILLER       PIC X(17) VALUE SPACES.
           05 WS-GR-CURRENT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(13) VALUE SPACES.
           05 WS-GR-PROJ-1 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-GR-PROJ-2 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-GR-PROJ-3 PIC ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-LOAD-PARM
           OPEN INPUT CITY-MASTER-FILE
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'Y' TO WS-MASTER-OPENED
           END-IF
           OPEN OUTPUT PROJECTION-REPORT-FILE
           MOVE WS-MIN-POINTS TO WL-MIN-POINTS
           MOVE WS-SUSPECT-PCT TO WL-SUSPECT-PCT
           WRITE PROJECTION-REPORT-LINE FROM WS-TITLE-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-COLUMN-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COUNTRY SW-CITY SW-RUN-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-REPORT
           MOVE WS-GRAND-CURRENT TO WS-GR-CURRENT
           MOVE WS-GRAND-PROJ-1 TO WS-GR-PROJ-1
           MOVE WS-GRAND-PROJ-2 TO WS-GR-PROJ-2
           MOVE WS-GRAND-PROJ-3 TO WS-GR-PROJ-3
           WRITE PROJECTION-REPORT-LINE FROM WS-GRAND-LINE
           CLOSE PROJECTION-REPORT-FILE
           IF WS-MASTER-OPENED = 'Y'
               CLOSE CITY-MASTER-FILE
           END-IF
           DISPLAY 'Cities projected:        ' WS-PROJECTED-COUNT
           DISPLAY 'Cities short of history: ' WS-SHORT-COUNT
           DISPLAY 'Cities flagged suspect:  ' WS-SUSPECT-COUNT
           IF WS-SUSPECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * a missing parm file, or a field that is not numeric, leaves
      * the default in force
       0100-LOAD-PARM.
           OPEN INPUT PROJECTION-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PROJECTION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PP-MIN-POINTS IS NUMERIC
                       MOVE PP-MIN-POINTS TO WS-MIN-POINTS
                   END-IF
                   IF PP-SUSPECT-PCT IS NUMERIC
                           AND PP-SUSPECT-PCT > ZEROS
                       MOVE PP-SUSPECT-PCT TO WS-SUSPECT-PCT
                   END-IF
           END-READ
           CLOSE PROJECTION-PARM-FILE
           IF WS-MIN-POINTS < 3
               MOVE 3 TO WS-MIN-POINTS
           END-IF.

      * feeds every history record into the sort with its city's
      * current country as the major key; a city no longer on the
      * master still reports, under UNKNOWN
       1000-LOAD-SORT-FILE.
           OPEN INPUT POPULATION-HISTORY-FILE
           IF WS-FS-STATUS-POPHIST NOT = '00'
               DISPLAY 'NO POPULATION HISTORY ON FILE, STATUS: '
                   WS-FS-STATUS-POPHIST
               MOVE 'S' TO WS-LOAD-END
           END-IF
           PERFORM UNTIL WS-LOAD-END = 'S'
               READ POPULATION-HISTORY-FILE
                   AT END
                       MOVE 'S' TO WS-LOAD-END
                   NOT AT END
                       MOVE 'UNKNOWN' TO SW-COUNTRY
                       IF WS-MASTER-OPENED = 'Y'
                           MOVE PH-CITY TO MS-NAME
                           READ CITY-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE MS-COUNTRY TO SW-COUNTRY
                           END-READ
                       END-IF
                       MOVE PH-CITY      TO SW-CITY
                       MOVE PH-RUN-DATE  TO SW-RUN-DATE
                       MOVE PH-NEW-VALUE TO SW-NEW-VALUE
                       RELEASE SORT-WORK-REC
               END-READ
           END-PERFORM
           IF WS-FS-STATUS-POPHIST NOT = '35'
               CLOSE POPULATION-HISTORY-FILE
           END-IF.

       2000-PRINT-REPORT.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-BREAKS
                       PERFORM 2200-ACCUMULATE-POINT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2500-PROJECT-CITY
               PERFORM 2800-PRINT-SUBTOTAL
           END-IF.

      * a city change projects the city just ended; a country change
      * also closes the country's subtotal before the new heading
       2100-CHECK-BREAKS.
           IF WS-FIRST-RECORD = 'N'
                   AND (SW-CITY NOT = WS-BREAK-CITY
                       OR SW-COUNTRY NOT = WS-BREAK-COUNTRY)
               PERFORM 2500-PROJECT-CITY
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR SW-COUNTRY NOT = WS-BREAK-COUNTRY
               IF WS-FIRST-RECORD = 'N'
                   PERFORM 2800-PRINT-SUBTOTAL
               END-IF
               MOVE SW-COUNTRY TO WS-BREAK-COUNTRY
               MOVE SW-COUNTRY TO WC-COUNTRY
               WRITE PROJECTION-REPORT-LINE FROM WS-COUNTRY-LINE
               MOVE SPACES TO WS-BREAK-CITY
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR SW-CITY NOT = WS-BREAK-CITY
               MOVE SW-CITY TO WS-BREAK-CITY
               MOVE ZEROS TO WS-POINT-COUNT
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD.

      * each journaled revision is one figure on the city's line;
      * the revisions arrive in date order
       2200-ACCUMULATE-POINT.
           ADD 1 TO WS-POINT-COUNT
           IF WS-POINT-COUNT = 1
               MOVE SW-RUN-DATE TO WS-FIRST-DATE
               MOVE SW-NEW-VALUE TO WS-FIRST-VALUE
           END-IF
           MOVE WS-LATEST-DATE TO WS-PRIOR-DATE
           MOVE WS-LATEST-VALUE TO WS-PRIOR-VALUE
           MOVE SW-RUN-DATE TO WS-LATEST-DATE
           MOVE SW-NEW-VALUE TO WS-LATEST-VALUE.

      * decides whether the city just ended is projected, short of
      * history, or suspect, and prints its line
       2500-PROJECT-CITY.
           PERFORM 2550-ASSESS-CITY
           EVALUATE TRUE
               WHEN WS-CITY-PROJECTED
                   PERFORM 2600-PRINT-PROJECTION
               WHEN WS-CITY-SUSPECT
                   ADD 1 TO WS-SUSPECT-COUNT
                   ADD 1 TO WS-COUNTRY-HELD
                   MOVE WS-DEVIATION-PCT TO WS-DEVIATION-SHOW
                   MOVE SPACES TO WH-REASON
                   STRING 'SUSPECT DATA -- LATEST FIGURE '
                       WS-DEVIATION-SHOW ' % OFF TREND'
                       DELIMITED BY SIZE INTO WH-REASON
                   PERFORM 2700-PRINT-HELD
               WHEN OTHER
                   ADD 1 TO WS-SHORT-COUNT
                   ADD 1 TO WS-COUNTRY-HELD
                   MOVE WS-POINT-COUNT TO WS-POINTS-SHOW
                   MOVE SPACES TO WH-REASON
                   STRING 'NOT PROJECTED -- ' WS-POINTS-SHOW
                       ' FIGURE(S), TOO LITTLE HISTORY'
                       DELIMITED BY SIZE INTO WH-REASON
                   PERFORM 2700-PRINT-HELD
           END-EVALUATE.

      * the trend is the annual growth from the earliest figure to
      * the one before the latest; the latest figure is held against
      * where that trend says it should have landed. A city that
      * stays on trend is projected at its growth from earliest to
      * latest
       2550-ASSESS-CITY.
           MOVE 'H' TO WS-CITY-STATUS
           IF WS-POINT-COUNT < WS-MIN-POINTS
                   OR WS-FIRST-VALUE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIRST-DATE TO DU-DATE-1
           MOVE WS-PRIOR-DATE TO DU-DATE-2
           PERFORM 2560-DAYS-BETWEEN
           MOVE DU-DAYS-OUT TO WS-TREND-DAYS
           MOVE WS-PRIOR-DATE TO DU-DATE-1
           MOVE WS-LATEST-DATE TO DU-DATE-2
           PERFORM 2560-DAYS-BETWEEN
           MOVE DU-DAYS-OUT TO WS-GAP-DAYS
           ADD WS-TREND-DAYS WS-GAP-DAYS GIVING WS-SPAN-DAYS
           IF WS-TREND-DAYS <= ZEROS OR WS-SPAN-DAYS <= ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TREND-RATE ROUNDED =
               (WS-PRIOR-VALUE - WS-FIRST-VALUE) * 365.25
               / (WS-FIRST-VALUE * WS-TREND-DAYS)
           COMPUTE WS-EXPECTED ROUNDED =
               WS-PRIOR-VALUE
               + WS-PRIOR-VALUE * WS-TREND-RATE * WS-GAP-DAYS / 365.25
           COMPUTE WS-DEVIATION = WS-LATEST-VALUE - WS-EXPECTED
           IF WS-DEVIATION < ZEROS
               COMPUTE WS-DEVIATION = ZEROS - WS-DEVIATION
           END-IF
           IF WS-EXPECTED <= ZEROS
               MOVE 999999 TO WS-DEVIATION-PCT
           ELSE
               COMPUTE WS-DEVIATION-PCT ROUNDED =
                   WS-DEVIATION * 100 / WS-EXPECTED
                   ON SIZE ERROR
                       MOVE 999999 TO WS-DEVIATION-PCT
               END-COMPUTE
           END-IF
           IF WS-DEVIATION-PCT > WS-SUSPECT-PCT
               MOVE 'S' TO WS-CITY-STATUS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANNUAL-RATE ROUNDED =
               (WS-LATEST-VALUE - WS-FIRST-VALUE) * 365.25
               / (WS-FIRST-VALUE * WS-SPAN-DAYS)
           COMPUTE WS-PROJ-1 ROUNDED =
               WS-LATEST-VALUE * (1 + WS-ANNUAL-RATE)
           COMPUTE WS-PROJ-2 ROUNDED =
               WS-LATEST-VALUE * (1 + WS-ANNUAL-RATE) ** 2
           COMPUTE WS-PROJ-3 ROUNDED =
               WS-LATEST-VALUE * (1 + WS-ANNUAL-RATE) ** 3
           IF WS-PROJ-1 < ZEROS
               MOVE ZEROS TO WS-PROJ-1
           END-IF
           IF WS-PROJ-2 < ZEROS
               MOVE ZEROS TO WS-PROJ-2
           END-IF
           IF WS-PROJ-3 < ZEROS
               MOVE ZEROS TO WS-PROJ-3
           END-IF
           MOVE 'P' TO WS-CITY-STATUS.

       2560-DAYS-BETWEEN.
           MOVE 'DIFD' TO DU-FUNCTION
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST.

       2600-PRINT-PROJECTION.
           COMPUTE WS-GROWTH-PCT ROUNDED = WS-ANNUAL-RATE * 100
           MOVE WS-BREAK-CITY TO WD-CITY
           MOVE WS-LATEST-VALUE TO WD-LATEST
           MOVE WS-GROWTH-PCT TO WD-GROWTH
           MOVE WS-PROJ-1 TO WD-PROJ-1
           MOVE WS-PROJ-2 TO WD-PROJ-2
           MOVE WS-PROJ-3 TO WD-PROJ-3
           WRITE PROJECTION-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PROJECTED-COUNT
           ADD WS-LATEST-VALUE TO WS-COUNTRY-CURRENT
               WS-GRAND-CURRENT
           ADD WS-PROJ-1 TO WS-COUNTRY-PROJ-1 WS-GRAND-PROJ-1
           ADD WS-PROJ-2 TO WS-COUNTRY-PROJ-2 WS-GRAND-PROJ-2
           ADD WS-PROJ-3 TO WS-COUNTRY-PROJ-3 WS-GRAND-PROJ-3.

       2700-PRINT-HELD.
           MOVE WS-BREAK-CITY TO WH-CITY
           MOVE WS-LATEST-VALUE TO WH-LATEST
           WRITE PROJECTION-REPORT-LINE FROM WS-HELD-LINE.

      * the country roll-up covers the cities actually projected;
      * the count of those held back is printed beside it
       2800-PRINT-SUBTOTAL.
           MOVE WS-COUNTRY-CURRENT TO WS-SUB-CURRENT
           MOVE WS-COUNTRY-PROJ-1 TO WS-SUB-PROJ-1
           MOVE WS-COUNTRY-PROJ-2 TO WS-SUB-PROJ-2
           MOVE WS-COUNTRY-PROJ-3 TO WS-SUB-PROJ-3
           MOVE WS-COUNTRY-HELD TO WS-SUB-HELD
           WRITE PROJECTION-REPORT-LINE FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO PROJECTION-REPORT-LINE
           WRITE PROJECTION-REPORT-LINE
           MOVE ZEROS TO WS-COUNTRY-CURRENT
           MOVE ZEROS TO WS-COUNTRY-PROJ-1
           MOVE ZEROS TO WS-COUNTRY-PROJ-2
           MOVE ZEROS TO WS-COUNTRY-PROJ-3
           MOVE ZEROS TO WS-COUNTRY-HELD.
