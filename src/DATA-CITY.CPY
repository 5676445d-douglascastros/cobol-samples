           05 WS-STATE      PIC X(20).
           05 WS-COUNTRY    PIC X(20).
           05 WS-TIME-ZONE  PIC X(10).
      * date and time the record was last written; an inquiry shows
      * it and a change or delete must carry it back unchanged
           05 WS-LAST-UPDATE.
               10 WS-LAST-UPDATE-DATE PIC 9(08).
               10 WS-LAST-UPDATE-TIME PIC 9(08).
