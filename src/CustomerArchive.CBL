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

           ==WS-STREET-ADDRESS==   BY ==AR-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==AR-POSTAL-CODE==
           ==WS-PHONE==            BY ==AR-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==AR-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==AR-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==AR-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==AR-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==AR-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==AR-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==AR-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==AR-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==AR-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==AR-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==AR-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==AR-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==AR-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==AR-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==AR-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==AR-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==AR-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==AR-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==AR-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==AR-DEPENDENT==
           ==WS-DEP-IDX==          BY ==AR-DEP-IDX==
           ==WS-DEP-BIRTH-DATE==   BY ==AR-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==AR-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==AR-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==AR-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==AR-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==AR-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==AR-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==AR-DEP-IS-ADULT==.

