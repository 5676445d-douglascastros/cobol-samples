      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the suspense file from the
      *          layout without the originating branch to the layout
      *          that carries it, the same rebuild discipline
      *          REGISTER-CITY-WIDEN established. The operator
      *          renames the live file to src/suspense-old.dat first;
      *          this program rebuilds src/suspense.dat from it item
      *          by item. The branch that keyed an item already on
      *          suspense was never recorded, so it is taken from the
      *          branch code-range master -- the branch whose band
      *          holds the item's code -- and left blank for an
      *          orphan, a non-numeric code or a code in no band.
      *          The counts are reported so the rebuild can be proven
      *          complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO 'src/suspense-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OS-KEY
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO 'src/suspense.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SU-KEY
           FILE STATUS IS WS-FS-STATUS-NEW.
           SELECT CODE-RANGE-FILE ASSIGN TO
               'src/code-range-master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RANGE.

       DATA DIVISION.
       FILE SECTION.
      * the suspense file exactly as SUSPENSE-MAINTENANCE wrote it
      * before the branch was carried
       FD OLD-SUSPENSE-FILE.
       01 OLD-SUSPENSE-REC.
           05 OS-KEY.
               10 OS-SOURCE   PIC X(01).
               10 OS-CODE     PIC X(06).
           05 OS-NAME         PIC X(20).
           05 OS-REASON       PIC X(30).
           05 OS-LOAD-DATE    PIC 9(08).
           05 OS-AGE-DAYS     PIC 9(03).
           05 OS-STATUS       PIC X(01).
           05 OS-NEW-CODE     PIC X(06).
           05 OS-NEW-NAME     PIC X(20).

      * the suspense file as SUSPENSE-MAINTENANCE writes it today
       FD NEW-SUSPENSE-FILE.
       01 SUSPENSE-REC.
           05 SU-KEY.
               10 SU-SOURCE   PIC X(01).
               10 SU-CODE     PIC X(06).
           05 SU-NAME         PIC X(20).
           05 SU-REASON       PIC X(30).
           05 SU-LOAD-DATE    PIC 9(08).
           05 SU-AGE-DAYS     PIC 9(03).
           05 SU-STATUS       PIC X(01).
           05 SU-NEW-CODE     PIC X(06).
           05 SU-NEW-NAME     PIC X(20).
           05 SU-BRANCH       PIC X(03).

       FD CODE-RANGE-FILE.
       01 CODE-RANGE-REC.
           05 CR-BRANCH    PIC X(03).
           05 CR-COMMA-1   PIC X(01).
           05 CR-LOW-CODE  PIC 9(06).
           05 CR-COMMA-2   PIC X(01).
           05 CR-HIGH-CODE PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RANGE PIC X(02) VALUE '00'.
       01 WS-OLD-END   PIC X(01) VALUE 'N'.
       01 WS-RANGE-END PIC X(01) VALUE 'N'.
       01 WS-CONVERTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-UNTRACED-COUNT  PIC 9(07) VALUE ZEROS.

      * the branch bands, loaded once
       01 WS-RANGE-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 200 TIMES.
               10 WS-RANGE-BRANCH PIC X(03).
               10 WS-RANGE-LOW    PIC 9(06).
               10 WS-RANGE-HIGH   PIC 9(06).
       01 WS-CODE-NUM PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-SUSPENSE-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/suspense-old.dat TO CONVERT, '
                   'STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE FILE THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SUSPENSE-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/suspense.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-LOAD-CODE-RANGES

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE OLD-SUSPENSE-FILE
           CLOSE NEW-SUSPENSE-FILE
           DISPLAY 'Items converted:        ' WS-CONVERTED-COUNT
           DISPLAY 'Items with no branch:   ' WS-UNTRACED-COUNT
           DISPLAY 'Items failed:           ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * a missing range master only means no item can be traced
       0050-LOAD-CODE-RANGES.
           OPEN INPUT CODE-RANGE-FILE
           IF WS-FS-STATUS-RANGE NOT = '00'
               DISPLAY 'NO CODE RANGE MASTER, STATUS: '
                   WS-FS-STATUS-RANGE
                   ' -- BRANCH LEFT BLANK ON EVERY ITEM'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RANGE-END = 'S'
               READ CODE-RANGE-FILE
                   AT END
                       MOVE 'S' TO WS-RANGE-END
                   NOT AT END
                       IF WS-RANGE-COUNT < 200
                           ADD 1 TO WS-RANGE-COUNT
                           MOVE CR-BRANCH TO
                               WS-RANGE-BRANCH (WS-RANGE-COUNT)
                           MOVE CR-LOW-CODE TO
                               WS-RANGE-LOW (WS-RANGE-COUNT)
                           MOVE CR-HIGH-CODE TO
                               WS-RANGE-HIGH (WS-RANGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODE-RANGE-FILE.

       0100-WIDEN-ONE-ITEM.
           MOVE OS-KEY       TO SU-KEY
           MOVE OS-NAME      TO SU-NAME
           MOVE OS-REASON    TO SU-REASON
           MOVE OS-LOAD-DATE TO SU-LOAD-DATE
           MOVE OS-AGE-DAYS  TO SU-AGE-DAYS
           MOVE OS-STATUS    TO SU-STATUS
           MOVE OS-NEW-CODE  TO SU-NEW-CODE
           MOVE OS-NEW-NAME  TO SU-NEW-NAME
           MOVE SPACES       TO SU-BRANCH
           IF OS-SOURCE NOT = 'O' AND OS-CODE IS NUMERIC
               MOVE OS-CODE TO WS-CODE-NUM
               PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                       UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                          OR SU-BRANCH NOT = SPACES
                   IF WS-CODE-NUM >= WS-RANGE-LOW (WS-RANGE-IDX)
                       AND WS-CODE-NUM <= WS-RANGE-HIGH (WS-RANGE-IDX)
                       MOVE WS-RANGE-BRANCH (WS-RANGE-IDX) TO
                           SU-BRANCH
                   END-IF
               END-PERFORM
           END-IF
           IF SU-BRANCH = SPACES
               ADD 1 TO WS-UNTRACED-COUNT
           END-IF
           WRITE SUSPENSE-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR ITEM ' OS-KEY
           END-IF.
