      ******************************************************************
      * DATA-STUDENT-HOLD.CPY
      * one student hold (src/student-holds.txt). TUITION-BILLING
      * rewrites the file every night with each student carrying a
      * past-due tuition balance (hold type BURS), the amount past
      * due and the oldest due date missed; a student who pays drops
      * off on the next night's run. TRANSCRIPT-REQUESTS holds an
      * official transcript for any student on the file until the
      * hold is gone.
      ******************************************************************
       01 STUDENT-HOLD-REC.
           05 SH-STUDENT-ID PIC 9(06).
           05 SH-COMMA-1    PIC X(01).
           05 SH-HOLD-TYPE  PIC X(04).
               88 SH-BURSAR-HOLD VALUE 'BURS'.
           05 SH-COMMA-2    PIC X(01).
           05 SH-AMOUNT     PIC 9(07)V99.
           05 SH-COMMA-3    PIC X(01).
           05 SH-SINCE-DATE PIC 9(08).
