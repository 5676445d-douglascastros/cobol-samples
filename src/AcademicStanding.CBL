           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       FD HONOR-ROLL-FILE.
       01 HONOR-ROLL-LINE PIC X(80).
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STANDING TO SM-STANDING
           ACCEPT SM-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT SM-LAST-UPDATE-TIME FROM TIME
           REWRITE STUDENT-MASTER-REC
           IF WS-FS-STATUS-SMAST NOT = '00'
               DISPLAY 'STANDING REWRITE FAILED, STATUS '
