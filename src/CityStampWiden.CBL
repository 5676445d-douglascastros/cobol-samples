      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the city master from the
      *          layout without the last-update stamp to the layout
      *          that carries it, the same rebuild discipline
      *          STUDENT-MASTER-WIDEN established. The operator
      *          renames the live master to src/city-master-old.dat
      *          first; this program rebuilds src/city-master.dat
      *          from it -- every old field carried over, the stamp
      *          starting at zeros until the city's next update --
      *          and reports the counts so the rebuild can be proven
      *          complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-STAMP-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CITY-FILE ASSIGN TO
               'src/city-master-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OY-NAME
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT NEW-CITY-FILE ASSIGN TO
               'src/city-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-NAME
           FILE STATUS IS WS-FS-STATUS-NEW.

       DATA DIVISION.
       FILE SECTION.
      * the master exactly as CITY-MASTER-MAINTENANCE wrote it
      * before the stamp existed
       FD OLD-CITY-FILE.
       01 OLD-CITY-REC.
           05 OY-NAME        PIC X(30).
           05 OY-POPULATION  PIC 9(09) COMP-3.
           05 OY-STATE       PIC X(20).
           05 OY-COUNTRY     PIC X(20).
           05 OY-TIME-ZONE   PIC X(10).

      * the master as the programs write it today
       FD NEW-CITY-FILE.
       01 NEW-CITY-REC.
           05 MS-NAME        PIC X(30).
           05 MS-POPULATION  PIC 9(09) COMP-3.
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW PIC X(02) VALUE '00'.
       01 WS-OLD-END PIC X(01) VALUE 'N'.
       01 WS-CONVERTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-CITY-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/city-master-old.dat TO CONVERT, '
                   'STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE MASTER THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CITY-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/city-master.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-CITY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-CITY-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-CITY
               END-READ
           END-PERFORM

           CLOSE OLD-CITY-FILE
           CLOSE NEW-CITY-FILE
           DISPLAY 'Cities converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Cities failed:    ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WIDEN-ONE-CITY.
           MOVE OY-NAME          TO MS-NAME
           MOVE OY-POPULATION    TO MS-POPULATION
           MOVE OY-STATE         TO MS-STATE
           MOVE OY-COUNTRY       TO MS-COUNTRY
           MOVE OY-TIME-ZONE     TO MS-TIME-ZONE
           MOVE ZEROS            TO MS-LAST-UPDATE
           WRITE NEW-CITY-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR CITY ' OY-NAME
           END-IF.
