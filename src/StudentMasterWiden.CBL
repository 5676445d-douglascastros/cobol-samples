      *          STANDING run stamps it, the status date seeded from
      *          the enrollment date -- and reports the counts so
      *          the rebuild can be proven complete.
      *          The rebuild writes the master as it stands today:
      *          the last-update stamp starts at zeros and the degree
      *          program code blank, and no further conversion is run
      *          after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MASTER-WIDEN.
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-STANDING      PIC X(01).
           05 SM-STATUS-DATE   PIC 9(08).
           05 SM-LAST-UPDATE.
               10 SM-LAST-UPDATE-DATE PIC 9(08).
               10 SM-LAST-UPDATE-TIME PIC 9(08).
           05 SM-PROGRAM-CODE  PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
           MOVE OS-ENROLL-DATE   TO SM-ENROLL-DATE
           MOVE SPACE            TO SM-STANDING
           MOVE OS-ENROLL-DATE   TO SM-STATUS-DATE
           MOVE ZEROS            TO SM-LAST-UPDATE
           MOVE SPACES           TO SM-PROGRAM-CODE
           WRITE NEW-STUDENT-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
