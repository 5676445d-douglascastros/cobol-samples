           ==WS-STREET-ADDRESS==   BY ==MS-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==MS-POSTAL-CODE==
           ==WS-PHONE==            BY ==MS-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==MS-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==MS-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==MS-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==MS-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==MS-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==MS-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==MS-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==MS-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==MS-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==MS-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==MS-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==MS-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==MS-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==MS-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==MS-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==MS-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==MS-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==MS-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==MS-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==MS-DEPENDENT==
           ==WS-DEP-IDX==          BY ==MS-DEP-IDX==
           ==WS-DEP-BIRTH-DATE==   BY ==MS-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==MS-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==MS-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==MS-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==MS-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==MS-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==MS-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==MS-DEP-IS-ADULT==.

           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

       FD REJECT-FILE.
       01 REJECT-REC.
           MOVE BC-AGE TO MS-AGE
           MOVE BC-NATIONALITY TO MS-NATIONALITY
           MOVE BC-CITY-NAME TO MS-CITY-NAME
           MOVE 'N' TO MS-DO-NOT-MAIL
           MOVE 'N' TO MS-DO-NOT-CALL
           MOVE ZEROS TO MS-PREF-CHANGE-DATE
           MOVE 'N' TO MS-MAIL-RETURNED
           MOVE ZEROS TO MS-RETURNED-DATE
           SET MS-ACCOUNT-ACTIVE TO TRUE
           MOVE ZEROS TO MS-CLOSE-DATE
           MOVE 'N' TO MS-HEAD-DECEASED
           MOVE ZEROS TO MS-HEAD-DEATH-DATE
           MOVE ZEROS TO MS-DEPENDENT-COUNT
           IF BC-CUSTOMER-NUMBER NOT NUMERIC
                   OR BC-CUSTOMER-NUMBER = ZEROS
           END-IF
           MOVE BD-DEP-RELATIONSHIP TO
               MS-DEP-RELATIONSHIP (WS-DEP-SLOT)
           MOVE 'N' TO MS-DEP-DECEASED (WS-DEP-SLOT)
           MOVE ZEROS TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           IF MS-DEP-AGE (WS-DEP-SLOT) < 18
               SET MS-DEP-IS-MINOR (WS-DEP-SLOT) TO TRUE
           ELSE
               PERFORM 0900-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME
           WRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               ADD 1 TO WS-LOADED-COUNT
