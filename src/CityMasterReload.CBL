           05 UN-STATE       PIC X(20).
           05 UN-COUNTRY     PIC X(20).
           05 UN-TIME-ZONE   PIC X(10).
           05 UN-LAST-UPDATE PIC 9(16).
       01 UNLOAD-HEADER.
           05 UNH-REC-TYPE PIC X(01).
           05 UNH-RUN-DATE PIC 9(08).
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.
           MOVE UN-STATE      TO MS-STATE
           MOVE UN-COUNTRY    TO MS-COUNTRY
           MOVE UN-TIME-ZONE  TO MS-TIME-ZONE
      * a reorg is not an update: the stamp goes back as it came
      * out, so an inquiry taken before the reorg still matches.
      * An unload written before the stamp was carried has none.
           IF UN-LAST-UPDATE NUMERIC
               MOVE UN-LAST-UPDATE TO MS-LAST-UPDATE
           ELSE
               MOVE ZEROS TO MS-LAST-UPDATE
           END-IF
           WRITE CITY-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               ADD 1 TO WS-RELOAD-COUNT
