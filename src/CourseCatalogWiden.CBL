      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the course catalog from the
      *          layout without prerequisites to the layout that
      *          carries three prerequisite course codes, the same
      *          rebuild discipline DEPARTMENT-MASTER-WIDEN follows.
      *          The operator renames the live catalog to
      *          src/course-catalog-old.dat first; this program
      *          rebuilds src/course-catalog.dat from it with no
      *          prerequisites on any course -- nothing is required
      *          until COURSE-CATALOG-MAINTENANCE change transactions
      *          name them -- and reports the counts so the rebuild
      *          can be proven complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CATALOG-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CATALOG-FILE ASSIGN TO
               'src/course-catalog-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OC-CODE
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT NEW-CATALOG-FILE ASSIGN TO
               'src/course-catalog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CC-CODE
           FILE STATUS IS WS-FS-STATUS-NEW.

       DATA DIVISION.
       FILE SECTION.
      * the catalog exactly as COURSE-CATALOG-MAINTENANCE wrote it
      * before prerequisites existed
       FD OLD-CATALOG-FILE.
       01 OLD-CATALOG-REC.
           05 OC-CODE         PIC X(06).
           05 OC-TITLE        PIC X(30).
           05 OC-CREDIT-HOURS PIC 9(02).

      * the catalog as the programs write it today
       FD NEW-CATALOG-FILE.
       01 COURSE-CATALOG-REC.
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW PIC X(02) VALUE '00'.
       01 WS-OLD-END PIC X(01) VALUE 'N'.
       01 WS-CONVERTED-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-CATALOG-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/course-catalog-old.dat TO '
                   'CONVERT, STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE CATALOG THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CATALOG-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/course-catalog.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-CATALOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-COURSE
               END-READ
           END-PERFORM

           CLOSE OLD-CATALOG-FILE
           CLOSE NEW-CATALOG-FILE
           DISPLAY 'Courses converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Courses failed:    ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WIDEN-ONE-COURSE.
           MOVE SPACES TO COURSE-CATALOG-REC
           MOVE OC-CODE TO CC-CODE
           MOVE OC-TITLE TO CC-TITLE
           MOVE OC-CREDIT-HOURS TO CC-CREDIT-HOURS
           WRITE COURSE-CATALOG-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR COURSE ' OC-CODE
           END-IF.
