           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       WORKING-STORAGE SECTION.

