      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the indexed transcript from
      *          the layout without an instructor to the layout that
      *          carries the instructor code GRADEBOOK now stamps on
      *          each posting, the same rebuild discipline
      *          STUDENT-STAMP-WIDEN followed. The operator renames
      *          the live file to src/transcripts-old.dat first; this
      *          program rebuilds src/transcripts.dat from it --
      *          every old field carried over, the instructor left
      *          blank since nobody recorded one for those terms --
      *          and reports the counts so the rebuild can be proven
      *          complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-INSTRUCTOR-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANSCRIPT-FILE ASSIGN TO
               'src/transcripts-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OT-KEY
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-NEW.

       DATA DIVISION.
       FILE SECTION.
      * the transcript exactly as GRADEBOOK wrote it before the
      * instructor code existed
       FD OLD-TRANSCRIPT-FILE.
       01 OLD-TRANSCRIPT-REC.
           05 OT-KEY         PIC X(08).
           05 OT-NAME        PIC X(20).
           05 OT-COURSE-CODE PIC X(06).
           05 OT-GRADE-01    PIC 9(02).
           05 OT-G1-FLAG     PIC X(01).
           05 OT-GRADE-02    PIC 9(02).
           05 OT-G2-FLAG     PIC X(01).

      * the transcript as the programs write it today
       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW PIC X(02) VALUE '00'.
       01 WS-OLD-END PIC X(01) VALUE 'N'.
       01 WS-CONVERTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-TRANSCRIPT-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/transcripts-old.dat TO CONVERT, '
                   'STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE TRANSCRIPT THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/transcripts.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-TRANSCRIPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-TRANSCRIPT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-TERM
               END-READ
           END-PERFORM

           CLOSE OLD-TRANSCRIPT-FILE
           CLOSE TRANSCRIPT-FILE
           DISPLAY 'Term records converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Term records failed:    ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WIDEN-ONE-TERM.
           MOVE OT-KEY         TO TD-KEY
           MOVE OT-NAME        TO TD-NAME
           MOVE OT-COURSE-CODE TO TD-COURSE-CODE
           MOVE OT-GRADE-01    TO TD-GRADE-01
           MOVE OT-G1-FLAG     TO TD-G1-FLAG
           MOVE OT-GRADE-02    TO TD-GRADE-02
           MOVE OT-G2-FLAG     TO TD-G2-FLAG
           MOVE SPACES         TO TD-INSTRUCTOR-CODE
           WRITE TRANSCRIPT-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR TERM RECORD ' OT-KEY
           END-IF.
