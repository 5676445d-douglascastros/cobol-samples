           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       FD CITY-NORM-INDEX-FILE.
       01 CITY-NORM-INDEX-REC.
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0575-WRITE-JOURNAL-IMAGE
           MOVE PF-POPULATION TO MS-POPULATION
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           REWRITE CITY-MASTER-REC
           IF WS-FS-STATUS-MASTER NOT = '00'
               DISPLAY 'REWRITE FAILED FOR ' MS-NAME ' STATUS '
