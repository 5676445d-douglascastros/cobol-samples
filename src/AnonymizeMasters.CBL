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

           ==WS-STREET-ADDRESS==   BY ==TC-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==TC-POSTAL-CODE==
           ==WS-PHONE==            BY ==TC-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==TC-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==TC-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==TC-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==TC-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==TC-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==TC-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==TC-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==TC-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==TC-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==TC-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==TC-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==TC-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==TC-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==TC-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==TC-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==TC-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==TC-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==TC-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==TC-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==TC-DEPENDENT==
           ==WS-DEP-IDX==          BY ==TC-DEP-IDX==
           ==WS-DEP-BIRTH-DATE==   BY ==TC-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==TC-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==TC-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==TC-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==TC-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==TC-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==TC-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==TC-DEP-IS-ADULT==.

