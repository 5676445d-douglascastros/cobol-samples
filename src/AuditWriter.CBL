      *          the trail is never held across a run and two
      *          programs running at once (the month-end catch-up
      *          days) stop interleaving or colliding on the one file
      *          compliance depends on. Each record is chained onto
      *          the one before it as it goes on: the tail of the
      *          trail (or, when a retention cut has emptied the
      *          trail, of its latest cataloged archive) gives the
      *          next sequence number and the previous check value,
      *          and AUDIT-CHAIN-VALUE works out the new record's own
      *          check value, so AUDIT-CHAIN-VERIFY can prove the
      *          trail has not been edited behind the programs' back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-WRITER.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUDIT.

      * HISTORY-RETENTION's catalog of cut archives; the latest
      * audit archive holds the chain's tail when the live trail
      * has none
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO
               'src/archive-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-CATALOG.
           SELECT ARCHIVE-TRAIL-FILE ASSIGN TO
               DYNAMIC WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ARCHTR.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY' REPLACING
           ==AUDIT-TRAIL-REC== BY ==AUDIT-FILE-REC==.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-REC.
           05 AC-FILE-ID   PIC X(04).
           05 AC-COMMA-1   PIC X(01).
           05 AC-PATH      PIC X(60).
           05 AC-COMMA-2   PIC X(01).
           05 AC-CUT-DATE  PIC 9(08).
           05 AC-COMMA-3   PIC X(01).
           05 AC-COUNT     PIC 9(07).
           05 AC-COMMA-4   PIC X(01).
           05 AC-LOW-DATE  PIC 9(08).
           05 AC-COMMA-5   PIC X(01).
           05 AC-HIGH-DATE PIC 9(08).

      * archived trail records carry the same layout the live trail
      * does
       FD ARCHIVE-TRAIL-FILE.
       COPY 'src/DATA-AUDIT.CPY' REPLACING
           ==AUDIT-TRAIL-REC== BY ==ARCHIVE-TRAIL-REC==.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-AUDIT PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CATALOG PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ARCHTR  PIC X(02) VALUE '00'.
       01 WS-READ-END          PIC X(01) VALUE 'N'.
       01 WS-ARCHIVE-PATH      PIC X(60) VALUE SPACES.

      * the chain's tail as last found: the sequence number and
      * check value the next record follows on from. A trail that
      * cannot be read (other than not being there yet) leaves the
      * tail unknown and the try is retried rather than chained
      * onto a guess
       01 WS-TAIL-SEQUENCE PIC 9(09) VALUE ZEROS.
       01 WS-TAIL-CHECK    PIC 9(10) VALUE ZEROS.
       01 WS-TAIL-FOUND    PIC X(01) VALUE 'N'.
       01 WS-TAIL-KNOWN    PIC X(01) VALUE 'N'.
       COPY 'src/DATA-AUDIT-CHAIN.CPY'.

      * a busy answer from another program holding the file is
      * retried a few times before the record is given up on loudly
      * instant the record goes on, which is what lets concurrent
      * programs share the trail
       0100-TRY-ONE-APPEND.
           PERFORM 0200-FIND-CHAIN-TAIL
           IF WS-TAIL-KNOWN = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT = '35'
               OPEN OUTPUT AUDIT-TRAIL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-TRAIL-REC TO AUDIT-FILE-REC
           ADD 1 TO WS-TAIL-SEQUENCE
               GIVING AT-SEQUENCE-NUMBER OF AUDIT-FILE-REC
           MOVE WS-TAIL-CHECK TO AT-PREV-CHECK OF AUDIT-FILE-REC
           MOVE AUDIT-FILE-REC TO CH-RECORD
           CALL 'AUDIT-CHAIN-VALUE' USING AUDIT-CHAIN-REQUEST
           MOVE CH-CHECK-VALUE TO AT-CHECK-VALUE OF AUDIT-FILE-REC
           WRITE AUDIT-FILE-REC
           IF WS-FS-STATUS-AUDIT = '00'
               MOVE 'Y' TO WS-WRITTEN
           END-IF
           CLOSE AUDIT-TRAIL-FILE.

      * the last chained record on the live trail is the tail;
      * records from before the chain began are passed over. A
      * trail with none falls back on the latest audit archive, and
      * with none there either the chain starts at sequence one
       0200-FIND-CHAIN-TAIL.
           MOVE ZEROS TO WS-TAIL-SEQUENCE
           MOVE ZEROS TO WS-TAIL-CHECK
           MOVE 'N' TO WS-TAIL-FOUND
           MOVE 'N' TO WS-TAIL-KNOWN
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FS-STATUS-AUDIT NOT = '00'
                   AND WS-FS-STATUS-AUDIT NOT = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TAIL-KNOWN
           IF WS-FS-STATUS-AUDIT = '00'
               MOVE 'N' TO WS-READ-END
               PERFORM UNTIL WS-READ-END = 'S'
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE 'S' TO WS-READ-END
                       NOT AT END
                           IF AT-SEQUENCE-NUMBER OF AUDIT-FILE-REC
                                   IS NUMERIC
                               AND AT-CHECK-VALUE OF AUDIT-FILE-REC
                                   IS NUMERIC
                               MOVE AT-SEQUENCE-NUMBER OF
                                   AUDIT-FILE-REC TO WS-TAIL-SEQUENCE
                               MOVE AT-CHECK-VALUE OF AUDIT-FILE-REC
                                   TO WS-TAIL-CHECK
                               MOVE 'Y' TO WS-TAIL-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           IF WS-TAIL-FOUND = 'N'
               PERFORM 0300-FIND-ARCHIVED-TAIL
           END-IF.

      * the catalog lists cuts oldest first, so the last audit entry
      * names the archive holding the chain's most recent records
       0300-FIND-ARCHIVED-TAIL.
           MOVE SPACES TO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-FS-STATUS-CATALOG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-END
           PERFORM UNTIL WS-READ-END = 'S'
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE 'S' TO WS-READ-END
                   NOT AT END
                       IF AC-FILE-ID = 'AUDT'
                           MOVE AC-PATH TO WS-ARCHIVE-PATH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE
           IF WS-ARCHIVE-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-TRAIL-FILE
           IF WS-FS-STATUS-ARCHTR NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-END
           PERFORM UNTIL WS-READ-END = 'S'
               READ ARCHIVE-TRAIL-FILE
                   AT END
                       MOVE 'S' TO WS-READ-END
                   NOT AT END
                       IF AT-SEQUENCE-NUMBER OF ARCHIVE-TRAIL-REC
                               IS NUMERIC
                           AND AT-CHECK-VALUE OF ARCHIVE-TRAIL-REC
                               IS NUMERIC
                           MOVE AT-SEQUENCE-NUMBER OF
                               ARCHIVE-TRAIL-REC TO WS-TAIL-SEQUENCE
                           MOVE AT-CHECK-VALUE OF ARCHIVE-TRAIL-REC
                               TO WS-TAIL-CHECK
                           MOVE 'Y' TO WS-TAIL-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-TRAIL-FILE.
