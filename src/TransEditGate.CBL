      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared gate in front of the maintenance programs'
      *          transaction files. Each of them calls here (through
      *          DATA-TRANS-EDIT-GATE.CPY) before it opens any
      *          master, and refuses to run unless TRANSACTION-EDIT
      *          passed the file clean or the operator accepted the
      *          errors it listed. The file is counted and hash
      *          totalled again here and held against what the edit
      *          proved, so a file swapped, re-sent or hand-changed
      *          after its edit is refused as well -- the edit's
      *          verdict only stands for the file it read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-EDIT-GATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-TRANS-FILE ASSIGN TO
               DYNAMIC WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TRANS.

      * the edit status file sits beside the transaction file
           SELECT EDIT-STATUS-FILE ASSIGN TO
               DYNAMIC WS-STATUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-EDIT.

       DATA DIVISION.
       FILE SECTION.
       FD GATE-TRANS-FILE.
       01 GATE-TRANS-LINE PIC X(400).
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

       FD EDIT-STATUS-FILE.
       COPY 'src/DATA-TRANS-EDIT.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-TRANS PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-EDIT  PIC X(02) VALUE '00'.
       01 WS-TRANS-END       PIC X(01) VALUE 'N'.
       01 WS-EDIT-END        PIC X(01) VALUE 'N'.
       01 WS-TRANS-PATH      PIC X(60) VALUE SPACES.
       01 WS-STATUS-PATH     PIC X(60) VALUE SPACES.
       01 WS-STATUS-NAME     PIC X(30) VALUE
           'transaction-edit-status.txt'.
       01 WS-DIR-LEN         PIC 9(02) VALUE ZEROS.

      * what the file holds now, counted the way the edit counts it
       01 WS-LINE-COUNT      PIC 9(07) VALUE ZEROS.
       01 WS-HASH-TOTAL      PIC 9(15) VALUE ZEROS.
       01 WS-HASH-FIELD      PIC 9(15) VALUE ZEROS.

      * the edit's verdict for this file, when it has one
       01 WS-EDIT-FOUND      PIC X(01) VALUE 'N'.
       01 WS-EDIT-STATUS     PIC X(70) VALUE SPACES.

       LINKAGE SECTION.
       COPY 'src/DATA-TRANS-EDIT-GATE.CPY'.

       PROCEDURE DIVISION USING TRANS-EDIT-GATE-REQUEST.
       MAIN-PROCEDURE.
           MOVE 'N' TO TG-RESULT
           MOVE SPACES TO TG-MESSAGE
           MOVE TG-TRANS-PATH TO WS-TRANS-PATH
           PERFORM 0100-COUNT-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               MOVE 'Y' TO TG-RESULT
               MOVE 'NO TRANSACTION FILE ON HAND' TO TG-MESSAGE
               GOBACK
           END-IF
           PERFORM 0200-FIND-EDIT-STATUS
           IF WS-EDIT-FOUND = 'N'
               STRING 'NO TRANSACTION EDIT ON FILE FOR ' TG-FILE-ID
                   ', RUN TRANSACTION-EDIT'
                   DELIMITED BY SIZE INTO TG-MESSAGE
               GOBACK
           END-IF
           MOVE WS-EDIT-STATUS TO TRANS-EDIT-STATUS-REC
           EVALUATE TRUE
               WHEN TE-FAILED
                   STRING TG-FILE-ID ' FAILED ITS CONTROL TOTALS, '
                       'SEND THE FILE AGAIN'
                       DELIMITED BY SIZE INTO TG-MESSAGE
                   GOBACK
               WHEN TE-ERRORS
                   STRING 'TRANSACTION EDIT LISTED ' TE-ERROR-COUNT
                       ' ERRORS ON ' TG-FILE-ID ', NOT ACCEPTED'
                       DELIMITED BY SIZE INTO TG-MESSAGE
                   GOBACK
               WHEN TE-CLEAN
                   CONTINUE
               WHEN TE-ACCEPTED
                   CONTINUE
               WHEN OTHER
                   STRING 'TRANSACTION EDIT STATUS FOR ' TG-FILE-ID
                       ' IS NOT READABLE'
                       DELIMITED BY SIZE INTO TG-MESSAGE
                   GOBACK
           END-EVALUATE
           IF TE-RECORD-COUNT NOT = WS-LINE-COUNT
                   OR TE-HASH-TOTAL NOT = WS-HASH-TOTAL
               STRING TG-FILE-ID ' TRANSACTIONS CHANGED SINCE THEIR '
                   'EDIT, EDIT AGAIN'
                   DELIMITED BY SIZE INTO TG-MESSAGE
               GOBACK
           END-IF
           MOVE 'Y' TO TG-RESULT
           IF TE-ACCEPTED
               STRING 'EDIT ERRORS ON ' TG-FILE-ID ' ACCEPTED BY '
                   TE-ACCEPTED-BY
                   DELIMITED BY SIZE INTO TG-MESSAGE
           ELSE
               STRING TG-FILE-ID ' TRANSACTIONS EDITED CLEAN, '
                   WS-LINE-COUNT ' TO APPLY'
                   DELIMITED BY SIZE INTO TG-MESSAGE
           END-IF
           GOBACK.

      * every line that is not a header or trailer counts, and its
      * hash field adds in when it is numeric -- the same rule the
      * edit uses to build the total it records
       0100-COUNT-TRANS-FILE.
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE ZEROS TO WS-HASH-TOTAL
           MOVE 'N' TO WS-TRANS-END
           OPEN INPUT GATE-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANS-END = 'S'
               READ GATE-TRANS-FILE
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       IF NOT TC-CONTROL
                           ADD 1 TO WS-LINE-COUNT
                           IF GATE-TRANS-LINE
                                   (TG-HASH-START:TG-HASH-LENGTH)
                                   IS NUMERIC
                               MOVE GATE-TRANS-LINE
                                   (TG-HASH-START:TG-HASH-LENGTH)
                                   TO WS-HASH-FIELD
                               ADD WS-HASH-FIELD TO WS-HASH-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GATE-TRANS-FILE
           MOVE '00' TO WS-FS-STATUS-TRANS.

      * the status file is looked for in the transaction file's own
      * directory, so a TEST rehearsal's edit never vouches for the
      * production file
       0200-FIND-EDIT-STATUS.
           MOVE 'N' TO WS-EDIT-FOUND
           MOVE 'N' TO WS-EDIT-END
           MOVE 60 TO WS-DIR-LEN
           PERFORM UNTIL WS-DIR-LEN = ZEROS
                   OR WS-TRANS-PATH (WS-DIR-LEN:1) = '/'
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM
           MOVE SPACES TO WS-STATUS-PATH
           IF WS-DIR-LEN = ZEROS
               MOVE WS-STATUS-NAME TO WS-STATUS-PATH
           ELSE
               STRING WS-TRANS-PATH (1:WS-DIR-LEN)
                   WS-STATUS-NAME DELIMITED BY SPACE
                   INTO WS-STATUS-PATH
           END-IF
           OPEN INPUT EDIT-STATUS-FILE
           IF WS-FS-STATUS-EDIT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EDIT-END = 'S'
               READ EDIT-STATUS-FILE
                   AT END
                       MOVE 'S' TO WS-EDIT-END
                   NOT AT END
                       IF TE-FILE-ID = TG-FILE-ID
                           MOVE 'Y' TO WS-EDIT-FOUND
                           MOVE TRANS-EDIT-STATUS-REC TO
                               WS-EDIT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDIT-STATUS-FILE.
