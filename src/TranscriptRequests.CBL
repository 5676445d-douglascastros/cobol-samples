      *          term averages in hundredths, so a mangled copy shows
      *          itself), and every document is tied to its request
      *          on the fulfillment log. The queue empties once
      *          filled, except for requests held back: a student on
      *          the bursar's hold file (a past-due tuition balance
      *          TUITION-BILLING found) gets no official transcript,
      *          the request is logged as held and stays on the
      *          queue, and it is filled on the first run after the
      *          balance is paid and the hold drops off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-REQUESTS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-LOG.

      * students on hold, rewritten nightly by TUITION-BILLING; no
      * file means nobody is held
           SELECT STUDENT-HOLD-FILE ASSIGN TO
               'src/student-holds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HOLD.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD DOCUMENT-FILE.
       01 DOCUMENT-LINE PIC X(80).
           05 FL-COMMA-5    PIC X(01).
           05 FL-OUTCOME    PIC X(12).

       FD STUDENT-HOLD-FILE.
       COPY 'src/DATA-STUDENT-HOLD.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-REQ PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-TDX PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-DOC PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LOG PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HOLD PIC X(02) VALUE '00'.
       01 WS-REQUEST-END PIC X(01) VALUE 'N'.
       01 WS-HOLD-END    PIC X(01) VALUE 'N'.
       01 WS-TERMS-END   PIC X(01) VALUE 'N'.
       01 WS-CAT-OPENED  PIC X(01) VALUE 'N'.

       01 WS-FILLED-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-EMPTY-COUNT   PIC 9(05) VALUE ZEROS.

      * the students held, and the held requests kept back for the
      * queue
       01 WS-HOLD-COUNT    PIC 9(04) VALUE ZEROS.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-STUDENT PIC 9(06) OCCURS 2000 TIMES.
       01 WS-HOLD-IDX      PIC 9(04) VALUE ZEROS.
       01 WS-STUDENT-HELD  PIC X(01) VALUE 'N'.
       01 WS-HELD-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-KEPT-COUNT    PIC 9(03) VALUE ZEROS.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-REQUEST PIC X(36) OCCURS 500 TIMES.
       01 WS-KEPT-IDX      PIC 9(03) VALUE ZEROS.
       01 WS-KEPT-OVERFLOW PIC X(01) VALUE 'N'.

      * one document's working figures: lines written, terms listed,
      * and the integrity total (term averages in hundredths summed)
       01 WS-LINE-COUNT  PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-HOLDS
           OPEN INPUT REQUEST-FILE
           IF WS-FS-STATUS-REQ NOT = '00'
               DISPLAY 'NO TRANSCRIPT REQUESTS THIS RUN, STATUS: '
                   AT END
                       MOVE 'S' TO WS-REQUEST-END
                   NOT AT END
                       PERFORM 0070-CHECK-HOLD
                       IF WS-STUDENT-HELD = 'Y'
                           PERFORM 0950-HOLD-REQUEST
                       ELSE
                           PERFORM 0100-FILL-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM

           END-IF
           CLOSE FULFILLMENT-LOG-FILE

      * the queue empties once filled, so nothing prints twice;
      * only the held requests go back on it
           IF WS-KEPT-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 500 HELD REQUESTS -- QUEUE LEFT '
                   'AS IT WAS'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF (WS-FILLED-COUNT > ZEROS OR WS-EMPTY-COUNT > ZEROS)
                   AND WS-KEPT-OVERFLOW = 'N'
               OPEN OUTPUT REQUEST-FILE
               PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                       UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
                   MOVE WS-KEPT-REQUEST (WS-KEPT-IDX) TO REQUEST-REC
                   WRITE REQUEST-REC
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           DISPLAY 'Requests filled:        ' WS-FILLED-COUNT
           DISPLAY 'Requests with no terms: ' WS-EMPTY-COUNT
           DISPLAY 'Requests held:          ' WS-HELD-COUNT
           IF WS-EMPTY-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0060-LOAD-HOLDS.
           OPEN INPUT STUDENT-HOLD-FILE
           IF WS-FS-STATUS-HOLD NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-END = 'S'
               READ STUDENT-HOLD-FILE
                   AT END
                       MOVE 'S' TO WS-HOLD-END
                   NOT AT END
                       IF SH-STUDENT-ID IS NUMERIC
                               AND WS-HOLD-COUNT < 2000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE SH-STUDENT-ID TO
                               WS-HOLD-STUDENT (WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-HOLD-FILE.

       0070-CHECK-HOLD.
           MOVE 'N' TO WS-STUDENT-HELD
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-STUDENT-HELD = 'Y'
               IF WS-HOLD-STUDENT (WS-HOLD-IDX) = RQ-STUDENT-ID
                   MOVE 'Y' TO WS-STUDENT-HELD
               END-IF
           END-PERFORM.

      * one request, one document: the student's terms are a keyed
      * START at the first term and READ NEXT until the key leaves
      * the student
               MOVE 'FILLED' TO FL-OUTCOME
           END-IF
           WRITE FULFILLMENT-LOG-REC.

      * no document for a held student: the request is logged as
      * held and kept for the queue. A queue too long to keep is
      * left whole, so nothing held is lost.
       0950-HOLD-REQUEST.
           ADD 1 TO WS-HELD-COUNT
           IF WS-KEPT-COUNT < 500
               ADD 1 TO WS-KEPT-COUNT
               MOVE REQUEST-REC TO WS-KEPT-REQUEST (WS-KEPT-COUNT)
           ELSE
               MOVE 'Y' TO WS-KEPT-OVERFLOW
           END-IF
           MOVE RQ-STUDENT-ID TO FL-STUDENT-ID
           MOVE ',' TO FL-COMMA-1
           MOVE RQ-REQUESTER TO FL-REQUESTER
           MOVE ',' TO FL-COMMA-2
           MOVE RQ-DATE TO FL-REQ-DATE
           MOVE ',' TO FL-COMMA-3
           MOVE WS-BUSINESS-DATE TO FL-FILL-DATE
           MOVE ',' TO FL-COMMA-4
           MOVE SPACES TO FL-DOCUMENT
           MOVE ',' TO FL-COMMA-5
           MOVE 'HELD BALANCE' TO FL-OUTCOME
           WRITE FULFILLMENT-LOG-REC.
