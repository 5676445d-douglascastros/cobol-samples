           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

      * H/D/T records in display form, the packed population
      * unpacked so the backup stays readable text
           05 UN-STATE       PIC X(20).
           05 UN-COUNTRY     PIC X(20).
           05 UN-TIME-ZONE   PIC X(10).
           05 UN-LAST-UPDATE PIC 9(16).
       01 UNLOAD-HEADER.
           05 UNH-REC-TYPE PIC X(01).
           05 UNH-RUN-DATE PIC 9(08).
                       MOVE MS-STATE      TO UN-STATE
                       MOVE MS-COUNTRY    TO UN-COUNTRY
                       MOVE MS-TIME-ZONE  TO UN-TIME-ZONE
                       MOVE MS-LAST-UPDATE TO UN-LAST-UPDATE
                       WRITE UNLOAD-DETAIL
                       ADD 1 TO WS-UNLOAD-COUNT
               END-READ
