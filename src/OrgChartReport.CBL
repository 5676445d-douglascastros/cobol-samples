      ******************************************************************
      * Author:
      * Date:
      * Purpose: organization chart off the person file. Every
      *          active person is drawn under the manager
      *          PERSON-MAINTENANCE keeps for them, from the top of
      *          the tree down, each level indented under the one
      *          above, with the number of direct reports on every
      *          manager's line. A span-of-control summary follows:
      *          per manager, the people reporting to them directly
      *          and everyone beneath them. People whose manager has
      *          been terminated (or is no longer on file) head a
      *          tree of their own and are listed again for HR to
      *          reassign; anyone caught in a reporting loop written
      *          before the loop check existed, and so never reached
      *          from a top, is listed too rather than dropped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO 'src/person.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PERSON.

       DATA DIVISION.
       FILE SECTION.
       FD PERSON-FILE.
       01 PERSON-REC.
           05 PS-NAME            PIC X(10).
           05 FILLER             PIC X(01).
           05 PS-AGE             PIC 9(02).
           05 FILLER             PIC X(01).
           05 PS-EMPLOYEE-ID     PIC 9(06).
           05 FILLER             PIC X(01).
           05 PS-HIRE-DATE       PIC X(10).
           05 FILLER             PIC X(01).
           05 PS-DEPARTMENT-CODE PIC X(04).
           05 FILLER             PIC X(01).
           05 PS-END-DATE        PIC 9(08).

      * pay type, rate and prior rate, kept for PAYROLL-REGISTER
           05 FILLER             PIC X(33).

      * who the person reports to; zeros (or spaces) for the top
           05 FILLER             PIC X(01).
           05 PS-MANAGER-ID      PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-PERSON PIC X(02) VALUE '00'.
       01 WS-PERSON-END       PIC X(01) VALUE 'N'.

      * the whole person file held in storage, leavers included so a
      * terminated manager can still be named. WS-OG-PLACE says where
      * an active person hangs: T top of the tree, R under an active
      * manager, O under a terminated manager, U under a manager not
      * on file
       01 WS-ORG-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 200 TIMES.
               10 WS-OG-ID       PIC 9(06).
               10 WS-OG-NAME     PIC X(10).
               10 WS-OG-DEPT     PIC X(04).
               10 WS-OG-MANAGER  PIC 9(06).
               10 WS-OG-END-DATE PIC 9(08).
               10 WS-OG-MGR-IDX  PIC 9(03).
               10 WS-OG-PLACE    PIC X(01).
               10 WS-OG-PRINTED  PIC X(01).
               10 WS-OG-DIRECT   PIC 9(03).
               10 WS-OG-TOTAL    PIC 9(03).
       01 WS-ORG-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-HIT-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-FIND-ID   PIC 9(06) VALUE ZEROS.

      * the walk down the tree: one stack entry per level, holding
      * the person drawn at that level and how far through the table
      * the search for their next report has got
       01 WS-DEPTH     PIC 9(03) VALUE ZEROS.
       01 WS-STACK.
           05 WS-STACK-ENTRY OCCURS 200 TIMES.
               10 WS-ST-NODE PIC 9(03).
               10 WS-ST-SCAN PIC 9(03).
       01 WS-NODE-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-CHILD-IDX  PIC 9(03) VALUE ZEROS.
       01 WS-SCAN-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-PARENT-IDX PIC 9(03) VALUE ZEROS.
       01 WS-INDENT-PTR PIC 9(03) VALUE ZEROS.

       01 WS-CHART-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-MANAGER-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-REASSIGN-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-LOOP-COUNT     PIC 9(05) VALUE ZEROS.
       01 WS-ACTIVE-COUNT   PIC 9(05) VALUE ZEROS.

       01 WS-NODE-TEXT.
           05 WN-ID       PIC 9(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WN-NAME     PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WN-DEPT     PIC X(04).

       01 WS-SPAN-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WS-SP-ID    PIC 9(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WS-SP-NAME  PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WS-SP-DEPT  PIC X(04).
           05 FILLER      PIC X(08) VALUE ' DIRECT '.
           05 WS-SP-DIRECT PIC ZZ9.
           05 FILLER      PIC X(07) VALUE ' TOTAL '.
           05 WS-SP-TOTAL PIC ZZ9.

       01 WS-COUNT-EDIT PIC ZZ9.

      * the report is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer;
      * each line is built here and handed over
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 ORG-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-LOAD-PEOPLE
           PERFORM 0200-PLACE-PEOPLE
           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'ORG-CHART-REPORT' TO RW-PROGRAM-ID
           MOVE 'ORGANIZATION CHART' TO RW-REPORT-TITLE
           MOVE 'src/org-chart-report.txt' TO RW-REPORT-PATH
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'REPORTING TREE' TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           PERFORM 0300-DRAW-THE-TREE
           PERFORM 0500-LIST-LOOPS
           PERFORM 0600-LIST-SPAN-OF-CONTROL
           PERFORM 0700-LIST-TO-REASSIGN

           MOVE 'PEOPLE IN CHART' TO RW-COUNT-LABEL (1)
           MOVE WS-CHART-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'MANAGERS' TO RW-COUNT-LABEL (2)
           MOVE WS-MANAGER-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'PEOPLE TO REASSIGN' TO RW-COUNT-LABEL (3)
           MOVE WS-REASSIGN-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Active people:       ' WS-ACTIVE-COUNT
           DISPLAY 'People in chart:     ' WS-CHART-COUNT
           DISPLAY 'People to reassign:  ' WS-REASSIGN-COUNT
           DISPLAY 'In reporting loops:  ' WS-LOOP-COUNT
           IF (WS-REASSIGN-COUNT > ZEROS OR WS-LOOP-COUNT > ZEROS)
                   AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PEOPLE.
           OPEN INPUT PERSON-FILE
           IF WS-FS-STATUS-PERSON NOT = '00'
               DISPLAY 'PERSON FILE NOT ON HAND, STATUS: '
                   WS-FS-STATUS-PERSON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PERSON-END = 'S'
               READ PERSON-FILE
                   AT END
                       MOVE 'S' TO WS-PERSON-END
                   NOT AT END
                       PERFORM 0150-LOAD-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

      * a chart missing people would be worse than no chart, so an
      * overrun stops the run loudly, the established convention
       0150-LOAD-ONE-PERSON.
           IF WS-ORG-COUNT >= 200
               DISPLAY 'RUN STOPPED: PERSON FILE EXCEEDS THE '
                   '200-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORG-COUNT
           MOVE PS-EMPLOYEE-ID TO WS-OG-ID (WS-ORG-COUNT)
           MOVE PS-NAME TO WS-OG-NAME (WS-ORG-COUNT)
           MOVE PS-DEPARTMENT-CODE TO WS-OG-DEPT (WS-ORG-COUNT)
           IF PS-END-DATE IS NUMERIC
               MOVE PS-END-DATE TO WS-OG-END-DATE (WS-ORG-COUNT)
           ELSE
               MOVE ZEROS TO WS-OG-END-DATE (WS-ORG-COUNT)
           END-IF
           IF PS-MANAGER-ID IS NUMERIC
               MOVE PS-MANAGER-ID TO WS-OG-MANAGER (WS-ORG-COUNT)
           ELSE
               MOVE ZEROS TO WS-OG-MANAGER (WS-ORG-COUNT)
           END-IF
           MOVE ZEROS TO WS-OG-MGR-IDX (WS-ORG-COUNT)
           MOVE SPACE TO WS-OG-PLACE (WS-ORG-COUNT)
           MOVE 'N' TO WS-OG-PRINTED (WS-ORG-COUNT)
           MOVE ZEROS TO WS-OG-DIRECT (WS-ORG-COUNT)
           MOVE ZEROS TO WS-OG-TOTAL (WS-ORG-COUNT).

      * each active person is hung under their manager, or made the
      * top of a tree when they have none the chart can draw them
      * under; direct reports are counted on the manager
       0200-PLACE-PEOPLE.
           MOVE ZEROS TO WS-ORG-IDX
           PERFORM UNTIL WS-ORG-IDX = WS-ORG-COUNT
               ADD 1 TO WS-ORG-IDX
               IF WS-OG-END-DATE (WS-ORG-IDX) = ZEROS
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM 0250-PLACE-ONE-PERSON
               END-IF
           END-PERFORM.

       0250-PLACE-ONE-PERSON.
           IF WS-OG-MANAGER (WS-ORG-IDX) = ZEROS
               MOVE 'T' TO WS-OG-PLACE (WS-ORG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OG-MANAGER (WS-ORG-IDX) TO WS-FIND-ID
           PERFORM 0280-FIND-PERSON
           MOVE WS-HIT-IDX TO WS-OG-MGR-IDX (WS-ORG-IDX)
           EVALUATE TRUE
               WHEN WS-HIT-IDX = ZEROS
                   MOVE 'U' TO WS-OG-PLACE (WS-ORG-IDX)
                   ADD 1 TO WS-REASSIGN-COUNT
               WHEN WS-OG-END-DATE (WS-HIT-IDX) NOT = ZEROS
                   MOVE 'O' TO WS-OG-PLACE (WS-ORG-IDX)
                   ADD 1 TO WS-REASSIGN-COUNT
               WHEN OTHER
                   MOVE 'R' TO WS-OG-PLACE (WS-ORG-IDX)
                   ADD 1 TO WS-OG-DIRECT (WS-HIT-IDX)
           END-EVALUATE.

       0280-FIND-PERSON.
           MOVE ZEROS TO WS-HIT-IDX
           MOVE ZEROS TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX = WS-ORG-COUNT
                   OR WS-HIT-IDX > ZEROS
               ADD 1 TO WS-SCAN-IDX
               IF WS-OG-ID (WS-SCAN-IDX) = WS-FIND-ID
                   MOVE WS-SCAN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

      * every top of a tree, in person-file order, is drawn with
      * everyone beneath it
       0300-DRAW-THE-TREE.
           MOVE ZEROS TO WS-ORG-IDX
           PERFORM UNTIL WS-ORG-IDX = WS-ORG-COUNT
               ADD 1 TO WS-ORG-IDX
               IF WS-OG-PLACE (WS-ORG-IDX) = 'T'
                       OR WS-OG-PLACE (WS-ORG-IDX) = 'O'
                       OR WS-OG-PLACE (WS-ORG-IDX) = 'U'
                   MOVE 1 TO WS-DEPTH
                   MOVE WS-ORG-IDX TO WS-ST-NODE (1)
                   MOVE ZEROS TO WS-ST-SCAN (1)
                   MOVE WS-ORG-IDX TO WS-NODE-IDX
                   PERFORM 0400-PRINT-NODE
                   PERFORM 0350-NEXT-STEP UNTIL WS-DEPTH = ZEROS
                   MOVE SPACES TO ORG-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * one step of the walk: the next report of the person at the
      * current level goes down a level and is drawn; with none left
      * the level is finished, and its head's count of everyone
      * beneath is added into the level above
       0350-NEXT-STEP.
           MOVE WS-ST-NODE (WS-DEPTH) TO WS-NODE-IDX
           MOVE ZEROS TO WS-CHILD-IDX
           MOVE WS-ST-SCAN (WS-DEPTH) TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX = WS-ORG-COUNT
                   OR WS-CHILD-IDX > ZEROS
               ADD 1 TO WS-SCAN-IDX
               IF WS-OG-PLACE (WS-SCAN-IDX) = 'R'
                       AND WS-OG-MGR-IDX (WS-SCAN-IDX) = WS-NODE-IDX
                       AND WS-OG-PRINTED (WS-SCAN-IDX) = 'N'
                   MOVE WS-SCAN-IDX TO WS-CHILD-IDX
               END-IF
           END-PERFORM
           IF WS-CHILD-IDX > ZEROS
               MOVE WS-CHILD-IDX TO WS-ST-SCAN (WS-DEPTH)
               ADD 1 TO WS-DEPTH
               MOVE WS-CHILD-IDX TO WS-ST-NODE (WS-DEPTH)
               MOVE ZEROS TO WS-ST-SCAN (WS-DEPTH)
               MOVE WS-CHILD-IDX TO WS-NODE-IDX
               PERFORM 0400-PRINT-NODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPTH > 1
               MOVE WS-ST-NODE (WS-DEPTH - 1) TO WS-PARENT-IDX
               COMPUTE WS-OG-TOTAL (WS-PARENT-IDX) =
                   WS-OG-TOTAL (WS-PARENT-IDX) + 1
                   + WS-OG-TOTAL (WS-NODE-IDX)
           END-IF
           SUBTRACT 1 FROM WS-DEPTH.

      * one person on the chart, indented four columns a level (the
      * indent stops growing past the twentieth level so the line
      * still fits), with their direct reports when they have any
      * and the manager they were left by when that one has gone
       0400-PRINT-NODE.
           MOVE 'Y' TO WS-OG-PRINTED (WS-NODE-IDX)
           ADD 1 TO WS-CHART-COUNT
           MOVE WS-OG-ID (WS-NODE-IDX) TO WN-ID
           MOVE WS-OG-NAME (WS-NODE-IDX) TO WN-NAME
           MOVE WS-OG-DEPT (WS-NODE-IDX) TO WN-DEPT
           IF WS-DEPTH > 20
               MOVE 77 TO WS-INDENT-PTR
           ELSE
               COMPUTE WS-INDENT-PTR = (WS-DEPTH - 1) * 4 + 1
           END-IF
           MOVE SPACES TO ORG-REPORT-LINE
           STRING WS-NODE-TEXT DELIMITED BY SIZE
               INTO ORG-REPORT-LINE WITH POINTER WS-INDENT-PTR
           IF WS-OG-DIRECT (WS-NODE-IDX) > ZEROS
               MOVE WS-OG-DIRECT (WS-NODE-IDX) TO WS-COUNT-EDIT
               STRING ' -- ' WS-COUNT-EDIT ' DIRECT'
                   DELIMITED BY SIZE
                   INTO ORG-REPORT-LINE WITH POINTER WS-INDENT-PTR
           END-IF
           EVALUATE WS-OG-PLACE (WS-NODE-IDX)
               WHEN 'O'
                   STRING ' (MANAGER '
                       WS-OG-MANAGER (WS-NODE-IDX) ' TERMINATED)'
                       DELIMITED BY SIZE
                       INTO ORG-REPORT-LINE WITH POINTER
                           WS-INDENT-PTR
               WHEN 'U'
                   STRING ' (MANAGER '
                       WS-OG-MANAGER (WS-NODE-IDX) ' NOT ON FILE)'
                       DELIMITED BY SIZE
                       INTO ORG-REPORT-LINE WITH POINTER
                           WS-INDENT-PTR
           END-EVALUATE
           PERFORM 0900-PRINT-REPORT-LINE.

      * anyone active the walk never reached reports round a loop
      * with no top to it
       0500-LIST-LOOPS.
           MOVE ZEROS TO WS-ORG-IDX
           PERFORM UNTIL WS-ORG-IDX = WS-ORG-COUNT
               ADD 1 TO WS-ORG-IDX
               IF WS-OG-PLACE (WS-ORG-IDX) = 'R'
                       AND WS-OG-PRINTED (WS-ORG-IDX) = 'N'
                   ADD 1 TO WS-LOOP-COUNT
                   MOVE SPACES TO ORG-REPORT-LINE
                   STRING 'IN A REPORTING LOOP: '
                       WS-OG-ID (WS-ORG-IDX) ' '
                       WS-OG-NAME (WS-ORG-IDX) ' REPORTS TO '
                       WS-OG-MANAGER (WS-ORG-IDX)
                       DELIMITED BY SIZE INTO ORG-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       0600-LIST-SPAN-OF-CONTROL.
           MOVE SPACES TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'SPAN OF CONTROL' TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-ORG-IDX
           PERFORM UNTIL WS-ORG-IDX = WS-ORG-COUNT
               ADD 1 TO WS-ORG-IDX
               IF WS-OG-DIRECT (WS-ORG-IDX) > ZEROS
                   ADD 1 TO WS-MANAGER-COUNT
                   MOVE WS-OG-ID (WS-ORG-IDX) TO WS-SP-ID
                   MOVE WS-OG-NAME (WS-ORG-IDX) TO WS-SP-NAME
                   MOVE WS-OG-DEPT (WS-ORG-IDX) TO WS-SP-DEPT
                   MOVE WS-OG-DIRECT (WS-ORG-IDX) TO WS-SP-DIRECT
                   MOVE WS-OG-TOTAL (WS-ORG-IDX) TO WS-SP-TOTAL
                   MOVE WS-SPAN-LINE TO ORG-REPORT-LINE
                   PERFORM 0900-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * people left without a manager, for HR to reassign through a
      * manager change on PERSON-MAINTENANCE
       0700-LIST-TO-REASSIGN.
           MOVE SPACES TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE 'TO REASSIGN' TO ORG-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE ZEROS TO WS-ORG-IDX
           PERFORM UNTIL WS-ORG-IDX = WS-ORG-COUNT
               ADD 1 TO WS-ORG-IDX
               MOVE SPACES TO ORG-REPORT-LINE
               EVALUATE WS-OG-PLACE (WS-ORG-IDX)
                   WHEN 'O'
                       MOVE WS-OG-MGR-IDX (WS-ORG-IDX) TO WS-HIT-IDX
                       STRING '  ' WS-OG-ID (WS-ORG-IDX) ' '
                           WS-OG-NAME (WS-ORG-IDX) ' '
                           WS-OG-DEPT (WS-ORG-IDX) ' MANAGER '
                           WS-OG-MANAGER (WS-ORG-IDX) ' '
                           WS-OG-NAME (WS-HIT-IDX)
                           ' TERMINATED '
                           WS-OG-END-DATE (WS-HIT-IDX)
                           DELIMITED BY SIZE INTO ORG-REPORT-LINE
                       PERFORM 0900-PRINT-REPORT-LINE
                   WHEN 'U'
                       STRING '  ' WS-OG-ID (WS-ORG-IDX) ' '
                           WS-OG-NAME (WS-ORG-IDX) ' '
                           WS-OG-DEPT (WS-ORG-IDX) ' MANAGER '
                           WS-OG-MANAGER (WS-ORG-IDX)
                           ' NOT ON THE PERSON FILE'
                           DELIMITED BY SIZE INTO ORG-REPORT-LINE
                       PERFORM 0900-PRINT-REPORT-LINE
               END-EVALUATE
           END-PERFORM.

      * hands the built line to REPORT-WRITER
       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE ORG-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
