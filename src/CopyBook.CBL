           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       WORKING-STORAGE SECTION.

                   MOVE WS-STATE OF WS-CITY TO MS-STATE
                   MOVE WS-COUNTRY OF WS-CITY TO MS-COUNTRY
                   MOVE WS-TIME-ZONE OF WS-CITY TO MS-TIME-ZONE
                   PERFORM 0045-STAMP-CITY
                   WRITE CITY-MASTER-REC
                   MOVE 'ADDED' TO WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE WS-STATE OF WS-CITY TO MS-STATE
                   MOVE WS-COUNTRY OF WS-CITY TO MS-COUNTRY
                   MOVE WS-TIME-ZONE OF WS-CITY TO MS-TIME-ZONE
                   PERFORM 0045-STAMP-CITY
                   REWRITE CITY-MASTER-REC
                   MOVE 'CHANGED' TO WS-RESULT-MESSAGE
           END-READ
           DISPLAY 'CITY MASTER: ' WS-RESULT-MESSAGE.

      * every write carries the date and time it was made, the
      * last-update stamp the maintenance inquiry shows
       0045-STAMP-CITY.
           ACCEPT WS-LAST-UPDATE-DATE OF WS-CITY FROM DATE YYYYMMDD
           ACCEPT WS-LAST-UPDATE-TIME OF WS-CITY FROM TIME
           MOVE WS-LAST-UPDATE OF WS-CITY TO MS-LAST-UPDATE.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE; the defaults set in
      * WORKING-STORAGE stand when the control file is not present
