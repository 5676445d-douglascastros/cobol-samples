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

           MOVE SPACES             TO MS-STREET-ADDRESS
           MOVE SPACES             TO MS-POSTAL-CODE
           MOVE SPACES             TO MS-PHONE
           MOVE 'N'                TO MS-DO-NOT-MAIL
           MOVE 'N'                TO MS-DO-NOT-CALL
           MOVE ZEROS              TO MS-PREF-CHANGE-DATE
           MOVE 'N'                TO MS-MAIL-RETURNED
           MOVE ZEROS              TO MS-RETURNED-DATE
           MOVE OC-ACCOUNT-STATUS  TO MS-ACCOUNT-STATUS
           MOVE OC-CLOSE-DATE      TO MS-CLOSE-DATE
           MOVE 'N'                TO MS-HEAD-DECEASED
           MOVE ZEROS              TO MS-HEAD-DEATH-DATE
           MOVE ZEROS              TO MS-LAST-UPDATE
           MOVE OC-DEPENDENT-COUNT TO MS-DEPENDENT-COUNT
           MOVE ZEROS TO WS-DEP-SLOT
           PERFORM UNTIL WS-DEP-SLOT >= OC-DEPENDENT-COUNT
                   MS-DEP-RELATIONSHIP (WS-DEP-SLOT)
               MOVE OC-DEP-ELIGIBILITY (WS-DEP-SLOT) TO
                   MS-DEP-ELIGIBILITY (WS-DEP-SLOT)
               MOVE 'N' TO MS-DEP-DECEASED (WS-DEP-SLOT)
               MOVE ZEROS TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           END-PERFORM
           WRITE NEW-CUSTOMER-REC
           IF WS-FS-STATUS-NEW = '00'
