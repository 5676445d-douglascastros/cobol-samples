           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       FD GEO-REFERENCE-FILE.
       01 GEO-REFERENCE-REC.
           MOVE WS-ROW-STATE      TO MS-STATE
           MOVE WS-ROW-COUNTRY    TO MS-COUNTRY
           MOVE WS-ROW-TIME-ZONE  TO MS-TIME-ZONE
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           WRITE CITY-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               ADD 1 TO WS-ADDED-COUNT
           MOVE WS-ROW-STATE      TO MS-STATE
           MOVE WS-ROW-COUNTRY    TO MS-COUNTRY
           MOVE WS-ROW-TIME-ZONE  TO MS-TIME-ZONE
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           REWRITE CITY-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               ADD 1 TO WS-UPDATED-COUNT
