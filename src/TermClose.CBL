      ******************************************************************
      * Author:
      * Date:
      * Purpose: end-of-term close and rollover, replacing the hand
      *          archiving of students.txt each term. The run first
      *          proves the term is finished: every active student on
      *          the student master must have a posting for the term
      *          on src/transcripts.dat, and any that do not are
      *          listed on the close report -- the close is held
      *          unless the parm forces it past them. It then copies
      *          the term's gradebook input and reports to archive
      *          files under the term number, marks the term closed
      *          on the term control record (DATA-TERM-CONTROL.CPY)
      *          so GRADEBOOK will post nothing more into it -- grade
      *          corrections and incomplete makeups still may --
      *          builds the next term's empty gradebook input from
      *          the active students on the master, and advances the
      *          posting term GRADEBOOK picks up. The parm file
      *          src/term-close-parm.txt gives the term to close
      *          (00 for the current term on the control record),
      *          the next term (00 for the one after), the user and
      *          F to force the close past unposted students. Every
      *          close, refused or done, lands on the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CLOSE-PARM-FILE ASSIGN TO
               'src/term-close-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.
           SELECT TERM-CONTROL-FILE ASSIGN TO 'src/term-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TERM.
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               'src/student-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           FILE STATUS IS WS-FS-STATUS-SMAST.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'src/transcripts.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TD-KEY
           FILE STATUS IS WS-FS-STATUS-TDX.

      * the gradebook input GRADEBOOK reads; rebuilt here for the
      * next term once the closing term's copy is archived
           SELECT STUDENT-FILE ASSIGN TO 'src/students.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STUD.

      * one term file being archived and the archive copy it goes
      * to, both resolved at run time from the archive list
           SELECT ARCHIVE-SOURCE-FILE ASSIGN TO
               DYNAMIC WS-SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SOURCE.
           SELECT ARCHIVE-COPY-FILE ASSIGN TO
               DYNAMIC WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ARCHIVE.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * authorization reference: who may close (C) a term, master id
      * TERM
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

      * who is at the keyboard this run: id and password, verified
      * through the shared USER-SIGNON subprogram
           SELECT SIGNON-PARM-FILE ASSIGN TO 'src/signon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SIGNON.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-CLOSE-PARM-FILE.
       01 TERM-CLOSE-PARM-REC.
           05 TP-TERM      PIC 9(02).
           05 TP-COMMA-1   PIC X(01).
           05 TP-NEXT-TERM PIC 9(02).
           05 TP-COMMA-2   PIC X(01).
           05 TP-USER-ID   PIC X(08).
           05 TP-COMMA-3   PIC X(01).
           05 TP-FORCE     PIC X(01).

       FD TERM-CONTROL-FILE.
       COPY 'src/DATA-TERM-CONTROL.CPY'.

       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-REC.
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

       FD TRANSCRIPT-FILE.
       COPY 'src/DATA-TRANSCRIPT.CPY'.

       FD STUDENT-FILE.
       01 STUDENT-REC.
           05 SG-STUDENT-ID PIC 9(06).
           05 SG-COMMA-0  PIC X(01).
           05 SG-NAME     PIC X(20).
           05 SG-COMMA-1  PIC X(01).
           05 SG-GRADE-01 PIC 9(02).
           05 SG-COMMA-2  PIC X(01).
           05 SG-GRADE-02 PIC 9(02).

       FD ARCHIVE-SOURCE-FILE.
       01 ARCHIVE-SOURCE-LINE PIC X(132).

       FD ARCHIVE-COPY-FILE.
       01 ARCHIVE-COPY-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       FD SIGNON-PARM-FILE.
       01 SIGNON-PARM-REC.
           05 SO-USER-ID  PIC X(08).
           05 SO-COMMA    PIC X(01).
           05 SO-PASSWORD PIC X(12).

       WORKING-STORAGE SECTION.

      * the audit record is built here and handed to the shared
      * AUDIT-WRITER subprogram
       COPY 'src/DATA-AUDIT.CPY'.

       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TERM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SMAST   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-STUD    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SOURCE  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ARCHIVE PIC X(02) VALUE '00'.
       01 WS-MASTER-END        PIC X(01) VALUE 'N'.
       01 WS-SOURCE-END        PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the term being closed and the one the posting term rolls to
       01 WS-CLOSE-TERM PIC 9(02) VALUE ZEROS.
       01 WS-NEXT-TERM  PIC 9(02) VALUE ZEROS.

      * the files archived at each close: the gradebook input and
      * the term's reports, each copied to src/archive-term-nn-
      * followed by its own name. Only the input must be there; a
      * report the term never produced is noted and passed over.
       01 WS-ARCHIVE-LIST-TABLE.
           05 FILLER PIC X(30) VALUE 'students'.
           05 FILLER PIC X(30) VALUE 'gradebook-report'.
           05 FILLER PIC X(30) VALUE 'attendance-report'.
           05 FILLER PIC X(30) VALUE 'grade-distribution-report'.
       01 WS-ARCHIVE-LIST REDEFINES WS-ARCHIVE-LIST-TABLE.
           05 WS-ARCHIVE-NAME PIC X(30) OCCURS 4 TIMES.
       01 WS-ARCHIVE-IDX    PIC 9(02) VALUE ZEROS.
       01 WS-SOURCE-PATH    PIC X(60) VALUE SPACES.
       01 WS-ARCHIVE-PATH   PIC X(60) VALUE SPACES.
       01 WS-LINES-COPIED   PIC 9(07) VALUE ZEROS.

       01 WS-ACTIVE-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-POSTED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-UNPOSTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-ROLLED-COUNT   PIC 9(07) VALUE ZEROS.
       01 WS-FILES-ARCHIVED PIC 9(02) VALUE ZEROS.

       01 WS-CLOSE-RC       PIC 9(04) VALUE ZEROS.
       01 WS-RESULT-MESSAGE PIC X(40) VALUE SPACES.
       01 WS-AUDIT-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME     PIC 9(08) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WD-ID        PIC 9(06).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-NAME      PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-NOTE      PIC X(40).

       01 WS-COLUMN-HEAD-LINE.
           05 FILLER         PIC X(29) VALUE 'STUDENT'.
           05 FILLER         PIC X(40) VALUE 'CLOSE EXCEPTION'.

       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 TERM-CLOSE-REPORT-LINE PIC X(110).

      * who keyed the run, and the authorization reference table; a
      * missing authority file means checking is not yet in force on
      * this box, which is announced once at startup
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-IN-FORCE   PIC X(01) VALUE 'N'.
       01 WS-AUTH-COUNT      PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-USER    PIC X(08).
               10 WS-AUTH-MASTER  PIC X(04).
               10 WS-AUTH-ACTIONS PIC X(05).
       01 WS-AUTH-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-AUTH-OK         PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'TERM'.
       01 WS-ACTION-CODE     PIC X(01) VALUE 'C'.

      * sign-on verification through the shared USER-SIGNON
      * subprogram: when sign-on is in force the parm's user must be
      * the signed-on user
       01 WS-FS-STATUS-SIGNON PIC X(02) VALUE '00'.
       01 WS-SIGNON-IN-FORCE  PIC X(01) VALUE 'N'.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           OPEN INPUT TERM-CLOSE-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               DISPLAY 'NO TERM CLOSE PARM FILE, STATUS: '
                   WS-FS-STATUS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TERM-CLOSE-PARM-FILE
               AT END
                   MOVE SPACES TO TERM-CLOSE-PARM-REC
           END-READ
           CLOSE TERM-CLOSE-PARM-FILE
           PERFORM 0100-LOAD-TERM-CONTROL

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'TERM-CLOSE' TO RW-PROGRAM-ID
           STRING 'TERM ' WS-CLOSE-TERM ' CLOSE AND ROLLOVER'
               DELIMITED BY SIZE INTO RW-REPORT-TITLE
           MOVE 'src/term-close-report.txt' TO RW-REPORT-PATH
           MOVE WS-COLUMN-HEAD-LINE TO RW-COLUMN-HEAD-1
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0070-CHECK-AUTHORITY
           EVALUATE TRUE
               WHEN WS-AUTH-OK = 'N'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'USER ' TP-USER-ID ' NOT AUTHORIZED FOR '
                       WS-ACTION-CODE
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN WS-CLOSE-TERM = ZEROS
                   MOVE 'REFUSED, NO TERM TO CLOSE' TO
                       WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN WS-NEXT-TERM = WS-CLOSE-TERM
                   MOVE 'REFUSED, NEXT TERM IS THE CLOSING TERM' TO
                       WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN TC-TERM-STATE (WS-CLOSE-TERM) = 'C'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'REFUSED, TERM ' WS-CLOSE-TERM
                       ' ALREADY CLOSED'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
               WHEN OTHER
                   PERFORM 1000-CLOSE-TERM
           END-EVALUATE

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING 'RESULT: ' WS-RESULT-MESSAGE
               DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           MOVE 'ACTIVE STUDENTS' TO RW-COUNT-LABEL (1)
           MOVE WS-ACTIVE-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'NOT POSTED' TO RW-COUNT-LABEL (2)
           MOVE WS-UNPOSTED-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'ROLLED TO NEXT TERM' TO RW-COUNT-LABEL (3)
           MOVE WS-ROLLED-COUNT TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           DISPLAY 'Active students:        ' WS-ACTIVE-COUNT
           DISPLAY 'Posted for the term:    ' WS-POSTED-COUNT
           DISPLAY 'Not posted:             ' WS-UNPOSTED-COUNT
           DISPLAY 'Files archived:         ' WS-FILES-ARCHIVED
           DISPLAY 'Rolled to next term:    ' WS-ROLLED-COUNT
           DISPLAY 'TERM CLOSE: ' WS-RESULT-MESSAGE
           PERFORM 0800-WRITE-AUDIT-RECORD
           MOVE WS-CLOSE-RC TO RETURN-CODE
           STOP RUN.

      * the whole close: completeness first, and only a complete
      * (or forced) term goes on to be archived, locked and rolled
       1000-CLOSE-TERM.
           PERFORM 1100-CHECK-POSTINGS
           IF WS-CLOSE-RC NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-UNPOSTED-COUNT > ZEROS
               IF TP-FORCE NOT = 'F'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CLOSE HELD, ' WS-UNPOSTED-COUNT
                       ' NOT POSTED'
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO TERM-CLOSE-REPORT-LINE
               STRING 'CLOSE FORCED PAST ' WS-UNPOSTED-COUNT
                   ' UNPOSTED STUDENTS BY ' TP-USER-ID
                   DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
               PERFORM 3900-PRINT-REPORT-LINE
           END-IF

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE
           PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > 4
               PERFORM 1200-ARCHIVE-ONE-FILE
           END-PERFORM
           IF WS-CLOSE-RC NOT = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM 1300-LOCK-AND-ADVANCE
           IF WS-CLOSE-RC NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 1400-BUILD-NEXT-INPUT
           IF WS-CLOSE-RC NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'TERM ' WS-CLOSE-TERM ' CLOSED, POSTING TERM NOW '
               WS-NEXT-TERM
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * every active student on the master must hold a transcript
      * record for the term; an incomplete is a posting, its makeup
      * comes later through INCOMPLETE-CHECK
       1100-CHECK-POSTINGS.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               MOVE 'REFUSED, NO STUDENT MASTER' TO WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-FS-STATUS-TDX NOT = '00'
               CLOSE STUDENT-MASTER-FILE
               MOVE 'REFUSED, NO INDEXED TRANSCRIPT' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MASTER-END
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       IF SM-ENROLL-STATUS = 'A'
                           PERFORM 1150-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE
           CLOSE TRANSCRIPT-FILE.

       1150-CHECK-ONE-STUDENT.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE SM-STUDENT-ID TO TD-STUDENT-ID
           MOVE WS-CLOSE-TERM TO TD-TERM
           READ TRANSCRIPT-FILE
               INVALID KEY
                   ADD 1 TO WS-UNPOSTED-COUNT
                   MOVE SM-STUDENT-ID TO WD-ID
                   MOVE SM-NAME TO WD-NAME
                   MOVE SPACES TO WD-NOTE
                   STRING 'NO RESULT POSTED FOR TERM ' WS-CLOSE-TERM
                       DELIMITED BY SIZE INTO WD-NOTE
                   MOVE WS-DETAIL-LINE TO TERM-CLOSE-REPORT-LINE
                   PERFORM 3900-PRINT-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-READ.

      * copies one term file line for line to its archive; the
      * gradebook input is the one file that must be there, since
      * the rollover is about to replace it
       1200-ARCHIVE-ONE-FILE.
           IF WS-CLOSE-RC NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SOURCE-PATH
           STRING 'src/' WS-ARCHIVE-NAME (WS-ARCHIVE-IDX)
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-SOURCE-PATH
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING 'src/archive-term-' WS-CLOSE-TERM '-'
               DELIMITED BY SIZE
               WS-ARCHIVE-NAME (WS-ARCHIVE-IDX) DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           OPEN INPUT ARCHIVE-SOURCE-FILE
           IF WS-FS-STATUS-SOURCE NOT = '00'
               IF WS-ARCHIVE-IDX = 1
                   MOVE 'REFUSED, NO GRADEBOOK INPUT TO ARCHIVE' TO
                       WS-RESULT-MESSAGE
                   MOVE 8 TO WS-CLOSE-RC
                   EXIT PARAGRAPH
               END-IF
               STRING WS-SOURCE-PATH DELIMITED BY SPACE
                   ' NOT PRESENT, NOTHING ARCHIVED'
                   DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
               PERFORM 3900-PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-COPY-FILE
           IF WS-FS-STATUS-ARCHIVE NOT = '00'
               CLOSE ARCHIVE-SOURCE-FILE
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'REFUSED, ARCHIVE WRITE STATUS '
                   WS-FS-STATUS-ARCHIVE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LINES-COPIED
           MOVE 'N' TO WS-SOURCE-END
           PERFORM UNTIL WS-SOURCE-END = 'S'
               READ ARCHIVE-SOURCE-FILE
                   AT END
                       MOVE 'S' TO WS-SOURCE-END
                   NOT AT END
                       MOVE ARCHIVE-SOURCE-LINE TO ARCHIVE-COPY-LINE
                       WRITE ARCHIVE-COPY-LINE
                       ADD 1 TO WS-LINES-COPIED
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-SOURCE-FILE
           CLOSE ARCHIVE-COPY-FILE
           ADD 1 TO WS-FILES-ARCHIVED
           STRING WS-SOURCE-PATH DELIMITED BY SPACE
               ' ARCHIVED TO ' DELIMITED BY SIZE
               WS-ARCHIVE-PATH DELIMITED BY SPACE
               ', ' WS-LINES-COPIED ' LINES'
               DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * the closing term is locked and the posting term moves on;
      * the term rolled into is opened, whatever a past year left
      * on its byte
       1300-LOCK-AND-ADVANCE.
           MOVE 'C' TO TC-TERM-STATE (WS-CLOSE-TERM)
           MOVE SPACE TO TC-TERM-STATE (WS-NEXT-TERM)
           MOVE WS-NEXT-TERM TO TC-CURRENT-TERM
           MOVE WS-CLOSE-TERM TO TC-LAST-CLOSED-TERM
           MOVE TP-USER-ID TO TC-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO TC-CLOSED-DATE
           MOVE ',' TO TC-COMMA-1
           MOVE ',' TO TC-COMMA-2
           MOVE ',' TO TC-COMMA-3
           MOVE ',' TO TC-COMMA-4
           OPEN OUTPUT TERM-CONTROL-FILE
           IF WS-FS-STATUS-TERM NOT = '00'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ERROR WRITING TERM CONTROL, STATUS '
                   WS-FS-STATUS-TERM
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           WRITE TERM-CONTROL-REC
           CLOSE TERM-CONTROL-FILE
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING 'TERM ' WS-CLOSE-TERM ' LOCKED, POSTING TERM '
               'ADVANCED TO ' WS-NEXT-TERM
               DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * the next term's gradebook input: one line per active student
      * on the master, grades zero until they are keyed
       1400-BUILD-NEXT-INPUT.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-FS-STATUS-SMAST NOT = '00'
               MOVE 'ERROR REREADING STUDENT MASTER' TO
                   WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STUDENT-FILE
           IF WS-FS-STATUS-STUD NOT = '00'
               CLOSE STUDENT-MASTER-FILE
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ERROR WRITING STUDENTS.TXT, STATUS '
                   WS-FS-STATUS-STUD
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MASTER-END
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       IF SM-ENROLL-STATUS = 'A'
                           MOVE SM-STUDENT-ID TO SG-STUDENT-ID
                           MOVE ',' TO SG-COMMA-0
                           MOVE SM-NAME TO SG-NAME
                           MOVE ',' TO SG-COMMA-1
                           MOVE ZEROS TO SG-GRADE-01
                           MOVE ',' TO SG-COMMA-2
                           MOVE ZEROS TO SG-GRADE-02
                           WRITE STUDENT-REC
                           ADD 1 TO WS-ROLLED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-FILE
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING 'GRADEBOOK INPUT FOR TERM ' WS-NEXT-TERM
               ' BUILT, ' WS-ROLLED-COUNT ' STUDENTS'
               DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-LINE
           PERFORM 3900-PRINT-REPORT-LINE.

      * loads the term control record and settles the term to close
      * and the term to roll into; with no control record yet the
      * term must come from the parm
       0100-LOAD-TERM-CONTROL.
           MOVE ZEROS TO TC-CURRENT-TERM
           MOVE ZEROS TO TC-LAST-CLOSED-TERM
           MOVE SPACES TO TC-CLOSED-BY
           MOVE ZEROS TO TC-CLOSED-DATE
           MOVE SPACES TO TC-TERM-MAP
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-FS-STATUS-TERM = '00'
               READ TERM-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO TC-CURRENT-TERM
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF
           IF TC-CURRENT-TERM NOT NUMERIC
               MOVE ZEROS TO TC-CURRENT-TERM
           END-IF
           IF TP-TERM IS NUMERIC AND TP-TERM NOT = ZEROS
               MOVE TP-TERM TO WS-CLOSE-TERM
           ELSE
               MOVE TC-CURRENT-TERM TO WS-CLOSE-TERM
           END-IF
           IF TP-NEXT-TERM IS NUMERIC AND TP-NEXT-TERM NOT = ZEROS
               MOVE TP-NEXT-TERM TO WS-NEXT-TERM
           ELSE
               IF WS-CLOSE-TERM = 99
                   MOVE 1 TO WS-NEXT-TERM
               ELSE
                   COMPUTE WS-NEXT-TERM = WS-CLOSE-TERM + 1
               END-IF
           END-IF
           DISPLAY 'CLOSING TERM: ' WS-CLOSE-TERM
               '  NEXT TERM: ' WS-NEXT-TERM.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO
                           WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * appends one entry to the shared audit trail for this run
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           MOVE 'TERM-CLOSE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           STRING 'C TERM ' WS-CLOSE-TERM ' NEXT ' WS-NEXT-TERM
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE TP-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.

      * loads the authorization reference file once at startup
       0060-LOAD-AUTHORITY.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               DISPLAY 'NO USER AUTHORITY FILE -- AUTHORIZATION '
                   'CHECKING NOT IN FORCE'
           ELSE
               MOVE 'Y' TO WS-AUTH-IN-FORCE
               PERFORM UNTIL WS-AUTH-END = 'S'
                   READ USER-AUTHORITY-FILE
                       AT END
                           MOVE 'S' TO WS-AUTH-END
                       NOT AT END
                           IF WS-AUTH-COUNT < 50
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE UA-USER-ID TO
                                   WS-AUTH-USER (WS-AUTH-COUNT)
                               MOVE UA-MASTER-ID TO
                                   WS-AUTH-MASTER (WS-AUTH-COUNT)
                               MOVE UA-ACTIONS TO
                                   WS-AUTH-ACTIONS (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
           END-IF.

      * proves the operator keying this run is who the parm says,
      * through the shared USER-SIGNON subprogram
       0062-VERIFY-SIGNON.
           MOVE SPACES TO SN-USER-ID
           MOVE SPACES TO SN-PASSWORD
           OPEN INPUT SIGNON-PARM-FILE
           IF WS-FS-STATUS-SIGNON = '00'
               READ SIGNON-PARM-FILE
                   NOT AT END
                       MOVE SO-USER-ID TO SN-USER-ID
                       MOVE SO-PASSWORD TO SN-PASSWORD
               END-READ
               CLOSE SIGNON-PARM-FILE
           END-IF
           MOVE 'TERM-CLOSE' TO SN-PROGRAM
           CALL 'USER-SIGNON' USING SIGNON-REQUEST
           IF SN-IN-FORCE = 'N'
               DISPLAY 'NO CREDENTIALS FILE -- SIGN-ON NOT IN FORCE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNON-IN-FORCE
           IF SN-RESULT NOT = 'Y'
               DISPLAY 'SIGN-ON REFUSED: ' SN-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * answers whether the parm's user may close a term
       0070-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           IF WS-SIGNON-IN-FORCE = 'Y'
                   AND TP-USER-ID NOT = WS-SIGNON-USER
               MOVE 'N' TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-IN-FORCE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-OK
           MOVE ZEROS TO WS-AUTH-IDX
           PERFORM UNTIL WS-AUTH-IDX = WS-AUTH-COUNT
                   OR WS-AUTH-OK = 'Y'
               ADD 1 TO WS-AUTH-IDX
               IF WS-AUTH-USER (WS-AUTH-IDX) = TP-USER-ID
                       AND WS-AUTH-MASTER (WS-AUTH-IDX) =
                           WS-AUTH-MASTER-ID
                   PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                           UNTIL WS-AUTH-SCAN > 5
                       IF WS-AUTH-ACTIONS
                               (WS-AUTH-IDX) (WS-AUTH-SCAN:1) =
                               WS-ACTION-CODE
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE TERM-CLOSE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
