           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       WORKING-STORAGE SECTION.

           MOVE WS-JI-STATE      TO MS-STATE
           MOVE WS-JI-COUNTRY    TO MS-COUNTRY
           MOVE WS-JI-TIME-ZONE  TO MS-TIME-ZONE
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           WRITE CITY-MASTER-REC
           EVALUATE WS-FS-STATUS-MASTER
               WHEN '00'
