      ******************************************************************
      * DATA-BACKUP-MASTERS.CPY
      * the masters MASTER-BACKUP-SET copies into the pre-batch
      * backup set and MASTER-RESTORE-SET puts back: the id the set's
      * manifest knows each by, its file name within the environment
      * directory, and the layout it is copied with -- C customer,
      * S student, T transcripts, K course catalog, D department,
      * G geo reference, M city master, X city code cross-reference,
      * L a line-sequential reference file. A master added to the
      * system is added here and both programs pick it up.
      ******************************************************************
       01 WS-MASTER-SET-VALUES.
           05 FILLER PIC X(04) VALUE 'CUST'.
           05 FILLER PIC X(30) VALUE 'customer-master.dat'.
           05 FILLER PIC X(01) VALUE 'C'.
           05 FILLER PIC X(04) VALUE 'STUD'.
           05 FILLER PIC X(30) VALUE 'student-master.dat'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(04) VALUE 'TRAN'.
           05 FILLER PIC X(30) VALUE 'transcripts.dat'.
           05 FILLER PIC X(01) VALUE 'T'.
           05 FILLER PIC X(04) VALUE 'CRSE'.
           05 FILLER PIC X(30) VALUE 'course-catalog.dat'.
           05 FILLER PIC X(01) VALUE 'K'.
           05 FILLER PIC X(04) VALUE 'DEPT'.
           05 FILLER PIC X(30) VALUE 'department-master.dat'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(04) VALUE 'GEO '.
           05 FILLER PIC X(30) VALUE 'geo-reference.dat'.
           05 FILLER PIC X(01) VALUE 'G'.
           05 FILLER PIC X(04) VALUE 'CITY'.
           05 FILLER PIC X(30) VALUE 'city-master.dat'.
           05 FILLER PIC X(01) VALUE 'M'.
           05 FILLER PIC X(04) VALUE 'XREF'.
           05 FILLER PIC X(30) VALUE 'city-code-xref.dat'.
           05 FILLER PIC X(01) VALUE 'X'.
           05 FILLER PIC X(04) VALUE 'RNGE'.
           05 FILLER PIC X(30) VALUE 'code-range-master.txt'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC X(04) VALUE 'ALIA'.
           05 FILLER PIC X(30) VALUE 'city-alias.txt'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC X(04) VALUE 'TERR'.
           05 FILLER PIC X(30) VALUE 'territory-master.txt'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC X(04) VALUE 'POST'.
           05 FILLER PIC X(30) VALUE 'postal-range-master.txt'.
           05 FILLER PIC X(01) VALUE 'L'.
       01 WS-MASTER-SET-TABLE REDEFINES WS-MASTER-SET-VALUES.
           05 WS-MS-ENTRY OCCURS 12 TIMES.
               10 WS-MS-FILE-ID   PIC X(04).
               10 WS-MS-FILE-NAME PIC X(30).
               10 WS-MS-KIND      PIC X(01).
       01 WS-MS-COUNT PIC 9(02) VALUE 12.
       01 WS-MS-IDX   PIC 9(02) VALUE ZEROS.
