      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared lookup onto the sales territory master -- the
      *          grouping of states, and of individual cities carved
      *          out of their state, that sales is organized by and
      *          that lines up with neither the state nor the country
      *          on the city master. The register reports call this
      *          (through DATA-TERRITORY.CPY) to roll their counts up
      *          to a territory level. The master is loaded once on
      *          the first call and held for the run, the same
      *          posture CITY-ALIAS-LOOKUP takes with the alias file;
      *          keys are held normalized through CITY-NORMALIZE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRITORY-FILE ASSIGN TO 'src/territory-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERR.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-TERR  PIC X(02) VALUE '00'.
       01 WS-TERR-END        PIC X(01) VALUE 'N'.
       01 WS-TERR-LOADED     PIC X(01) VALUE 'N'.

      * master held with normalized keys so each lookup is one
      * compare per entry instead of a normalize per entry per call
       01 WS-TERR-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TERR-TABLE.
           05 WS-TERR-ENTRY OCCURS 200 TIMES.
               10 WS-TERR-KEY-TYPE  PIC X(01).
               10 WS-TERR-KEY-NORM  PIC X(30).
               10 WS-TERR-CODE      PIC X(06).
               10 WS-TERR-MANAGER   PIC X(20).
       01 WS-TERR-IDX     PIC 9(03) VALUE ZEROS.
       01 WS-CITY-NORM    PIC X(30) VALUE SPACES.
       01 WS-STATE-NORM   PIC X(30) VALUE SPACES.
       01 WS-STATE-IDX    PIC 9(03) VALUE ZEROS.

       COPY 'src/DATA-CITY-NORMALIZE.CPY'.

       LINKAGE SECTION.
       COPY 'src/DATA-TERRITORY.CPY'.

       PROCEDURE DIVISION USING TERRITORY-REQUEST.
       MAIN-PROCEDURE.
           IF WS-TERR-LOADED = 'N'
               PERFORM 0100-LOAD-TERRITORIES
           END-IF
           MOVE 'N' TO TR-FOUND
           MOVE SPACES TO TR-MATCHED-ON
           MOVE SPACES TO TR-TERRITORY
           MOVE SPACES TO TR-MANAGER
           MOVE TR-CITY-NAME TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-CITY-NORM
           MOVE TR-STATE TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           MOVE CN-NAME-OUT TO WS-STATE-NORM

      * one pass: a city override ends the scan, a state match is
      * remembered in case no override turns up later in the table
           MOVE ZEROS TO WS-STATE-IDX
           MOVE ZEROS TO WS-TERR-IDX
           PERFORM UNTIL WS-TERR-IDX = WS-TERR-COUNT
                   OR TR-FOUND = 'Y'
               ADD 1 TO WS-TERR-IDX
               EVALUATE TRUE
                   WHEN WS-TERR-KEY-TYPE (WS-TERR-IDX) = 'C'
                           AND WS-CITY-NORM NOT = SPACES
                           AND WS-TERR-KEY-NORM (WS-TERR-IDX) =
                               WS-CITY-NORM
                       MOVE 'Y' TO TR-FOUND
                       MOVE 'C' TO TR-MATCHED-ON
                       MOVE WS-TERR-CODE (WS-TERR-IDX) TO
                           TR-TERRITORY
                       MOVE WS-TERR-MANAGER (WS-TERR-IDX) TO
                           TR-MANAGER
                   WHEN WS-TERR-KEY-TYPE (WS-TERR-IDX) = 'S'
                           AND WS-STATE-NORM NOT = SPACES
                           AND WS-TERR-KEY-NORM (WS-TERR-IDX) =
                               WS-STATE-NORM
                       MOVE WS-TERR-IDX TO WS-STATE-IDX
               END-EVALUATE
           END-PERFORM
           IF TR-FOUND = 'N' AND WS-STATE-IDX > ZEROS
               MOVE 'Y' TO TR-FOUND
               MOVE 'S' TO TR-MATCHED-ON
               MOVE WS-TERR-CODE (WS-STATE-IDX) TO TR-TERRITORY
               MOVE WS-TERR-MANAGER (WS-STATE-IDX) TO TR-MANAGER
           END-IF
           GOBACK.

      * a missing territory master just means no territories are
      * drawn yet, and every city comes back unassigned
       0100-LOAD-TERRITORIES.
           MOVE 'Y' TO WS-TERR-LOADED
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
                               AND TM-KEY-VALUE NOT = SPACES
                           ADD 1 TO WS-TERR-COUNT
                           MOVE TM-KEY-TYPE TO
                               WS-TERR-KEY-TYPE (WS-TERR-COUNT)
                           MOVE TM-KEY-VALUE TO CN-NAME-IN
                           CALL 'CITY-NORMALIZE' USING
                               CITY-NORMALIZE-REQUEST
                           MOVE CN-NAME-OUT TO
                               WS-TERR-KEY-NORM (WS-TERR-COUNT)
                           MOVE TM-TERRITORY TO
                               WS-TERR-CODE (WS-TERR-COUNT)
                           MOVE TM-MANAGER TO
                               WS-TERR-MANAGER (WS-TERR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERRITORY-FILE.
