      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared lookup onto the postal-code range master --
      *          which band of five-digit postal zones belongs to
      *          which city on the city master. Every program that
      *          stores a household's postal code consults this
      *          (through DATA-POSTAL-RANGE.CPY) so a Sao Paulo
      *          household can no longer be given a Rio code. The
      *          range file is loaded once on the first call and held
      *          for the run, the same posture CITY-ALIAS-LOOKUP takes
      *          with the alias file; each range's city is held
      *          normalized, and the caller's city is normalized and,
      *          failing a match, tried through the alias master
      *          before the code is called a mismatch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-RANGE-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-RANGE-FILE ASSIGN TO
               'src/postal-range-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RANGE.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-RANGE-FILE.
       01 POSTAL-RANGE-REC.
           05 PM-LOW-CODE  PIC 9(05).
           05 PM-COMMA-1   PIC X(01).
           05 PM-HIGH-CODE PIC 9(05).
           05 PM-COMMA-2   PIC X(01).
           05 PM-CITY-NAME PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-RANGE PIC X(02) VALUE '00'.
       01 WS-RANGE-END       PIC X(01) VALUE 'N'.
       01 WS-RANGES-LOADED   PIC X(01) VALUE 'N'.
       01 WS-RANGES-IN-FORCE PIC X(01) VALUE 'N'.

      * ranges held with their city already normalized, so each
      * lookup is one normalize of the caller's city, not one per
      * range
       01 WS-RANGE-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 500 TIMES.
               10 WS-RANGE-LOW       PIC 9(05).
               10 WS-RANGE-HIGH      PIC 9(05).
               10 WS-RANGE-CITY      PIC X(30).
               10 WS-RANGE-CITY-NORM PIC X(30).
       01 WS-RANGE-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-FOUND-IDX    PIC 9(03) VALUE ZEROS.
       01 WS-LOOKUP-ZONE  PIC 9(05) VALUE ZEROS.
       01 WS-LOOKUP-NORM  PIC X(30) VALUE SPACES.

       COPY 'src/DATA-CITY-NORMALIZE.CPY'.
       COPY 'src/DATA-CITY-ALIAS.CPY'.

       LINKAGE SECTION.
       COPY 'src/DATA-POSTAL-RANGE.CPY'.

       PROCEDURE DIVISION USING POSTAL-RANGE-REQUEST.
       MAIN-PROCEDURE.
           IF WS-RANGES-LOADED = 'N'
               PERFORM 0100-LOAD-RANGES
           END-IF
           MOVE WS-RANGES-IN-FORCE TO PR-IN-FORCE
           MOVE 'U' TO PR-RESULT
           MOVE SPACES TO PR-RANGE-CITY
           IF WS-RANGES-IN-FORCE = 'N'
               GOBACK
           END-IF
           IF PR-POSTAL-CODE (1:5) NOT NUMERIC
               GOBACK
           END-IF
           MOVE PR-POSTAL-CODE (1:5) TO WS-LOOKUP-ZONE
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE ZEROS TO WS-RANGE-IDX
           PERFORM UNTIL WS-RANGE-IDX = WS-RANGE-COUNT
                   OR WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-RANGE-IDX
               IF WS-LOOKUP-ZONE >= WS-RANGE-LOW (WS-RANGE-IDX)
                       AND WS-LOOKUP-ZONE <=
                           WS-RANGE-HIGH (WS-RANGE-IDX)
                   MOVE WS-RANGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZEROS
               GOBACK
           END-IF
           MOVE WS-RANGE-CITY (WS-FOUND-IDX) TO PR-RANGE-CITY
           MOVE 'N' TO PR-RESULT
           MOVE PR-CITY-NAME TO CN-NAME-IN
           CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
           IF CN-NAME-OUT = WS-RANGE-CITY-NORM (WS-FOUND-IDX)
               MOVE 'Y' TO PR-RESULT
               GOBACK
           END-IF
           MOVE PR-CITY-NAME TO CA-NAME-IN
           CALL 'CITY-ALIAS-LOOKUP' USING CITY-ALIAS-REQUEST
           IF CA-FOUND = 'Y'
               MOVE CA-MASTER-NAME TO CN-NAME-IN
               CALL 'CITY-NORMALIZE' USING CITY-NORMALIZE-REQUEST
               IF CN-NAME-OUT = WS-RANGE-CITY-NORM (WS-FOUND-IDX)
                   MOVE 'Y' TO PR-RESULT
               END-IF
           END-IF
           GOBACK.

      * a missing range file means the reference has not been built
      * on this box, and the check is not in force
       0100-LOAD-RANGES.
           MOVE 'Y' TO WS-RANGES-LOADED
           OPEN INPUT POSTAL-RANGE-FILE
           IF WS-FS-STATUS-RANGE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RANGES-IN-FORCE
           PERFORM UNTIL WS-RANGE-END = 'S'
               READ POSTAL-RANGE-FILE
                   AT END
                       MOVE 'S' TO WS-RANGE-END
                   NOT AT END
                       IF WS-RANGE-COUNT < 500
                               AND PM-LOW-CODE IS NUMERIC
                               AND PM-HIGH-CODE IS NUMERIC
                           ADD 1 TO WS-RANGE-COUNT
                           MOVE PM-LOW-CODE TO
                               WS-RANGE-LOW (WS-RANGE-COUNT)
                           MOVE PM-HIGH-CODE TO
                               WS-RANGE-HIGH (WS-RANGE-COUNT)
                           MOVE PM-CITY-NAME TO
                               WS-RANGE-CITY (WS-RANGE-COUNT)
                           MOVE PM-CITY-NAME TO CN-NAME-IN
                           CALL 'CITY-NORMALIZE' USING
                               CITY-NORMALIZE-REQUEST
                           MOVE CN-NAME-OUT TO
                               WS-RANGE-CITY-NORM (WS-RANGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTAL-RANGE-FILE.
