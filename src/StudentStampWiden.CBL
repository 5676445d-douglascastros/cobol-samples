      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the student master from the
      *          layout without the last-update stamp to the layout
      *          that carries it, the same rebuild discipline
      *          STUDENT-MASTER-WIDEN established. The operator
      *          renames the live master to
      *          src/student-master-old.dat first; this program
      *          rebuilds src/student-master.dat from it -- every old
      *          field carried over, the stamp starting at zeros
      *          until the student's next update -- and reports the
      *          counts so the rebuild can be proven complete.
      *          The rebuild writes the master as it stands today, so
      *          the degree program code is laid down in the same
      *          pass, blank until a STUDENT-MASTER-MAINTENANCE change
      *          declares one; no further conversion is run after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-STAMP-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE ASSIGN TO
               'src/student-master-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OS-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT NEW-STUDENT-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-NEW.

       DATA DIVISION.
       FILE SECTION.
      * the master exactly as STUDENT-MASTER-MAINTENANCE wrote it
      * before the stamp existed
       FD OLD-STUDENT-FILE.
       01 OLD-STUDENT-REC.
           05 OS-STUDENT-ID    PIC 9(06).
           05 OS-NAME          PIC X(20).
           05 OS-ENROLL-STATUS PIC X(01).
           05 OS-ENROLL-DATE   PIC 9(08).
           05 OS-STANDING      PIC X(01).
           05 OS-STATUS-DATE   PIC 9(08).

      * the master as the programs write it today
       FD NEW-STUDENT-FILE.
       01 NEW-STUDENT-REC.
           05 SM-STUDENT-ID    PIC 9(06).
           05 SM-NAME          PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01).
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW PIC X(02) VALUE '00'.
       01 WS-OLD-END PIC X(01) VALUE 'N'.
       01 WS-CONVERTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-STUDENT-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/student-master-old.dat TO CONVERT, '
                   'STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE MASTER THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-STUDENT-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/student-master.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-STUDENT
               END-READ
           END-PERFORM

           CLOSE OLD-STUDENT-FILE
           CLOSE NEW-STUDENT-FILE
           DISPLAY 'Students converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Students failed:    ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WIDEN-ONE-STUDENT.
           MOVE OS-STUDENT-ID    TO SM-STUDENT-ID
           MOVE OS-NAME          TO SM-NAME
           MOVE OS-ENROLL-STATUS TO SM-ENROLL-STATUS
           MOVE OS-ENROLL-DATE   TO SM-ENROLL-DATE
           MOVE OS-STANDING      TO SM-STANDING
           MOVE OS-STATUS-DATE   TO SM-STATUS-DATE
           MOVE ZEROS            TO SM-LAST-UPDATE
           MOVE SPACES           TO SM-PROGRAM-CODE
           WRITE NEW-STUDENT-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR STUDENT ' OS-STUDENT-ID
           END-IF.
