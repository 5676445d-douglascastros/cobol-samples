           ==WS-STREET-ADDRESS==   BY ==CU-STREET-ADDRESS==
           ==WS-POSTAL-CODE==      BY ==CU-POSTAL-CODE==
           ==WS-PHONE==            BY ==CU-PHONE==
           ==WS-DO-NOT-MAIL==      BY ==CU-DO-NOT-MAIL==
           ==WS-MAIL-OPTED-OUT==   BY ==CU-MAIL-OPTED-OUT==
           ==WS-DO-NOT-CALL==      BY ==CU-DO-NOT-CALL==
           ==WS-CALL-OPTED-OUT==   BY ==CU-CALL-OPTED-OUT==
           ==WS-PREF-CHANGE-DATE== BY ==CU-PREF-CHANGE-DATE==
           ==WS-MAIL-RETURNED==    BY ==CU-MAIL-RETURNED==
           ==WS-ADDR-UNDELIVERABLE== BY ==CU-ADDR-UNDELIVERABLE==
           ==WS-RETURNED-DATE==    BY ==CU-RETURNED-DATE==
           ==WS-ACCOUNT-STATUS==   BY ==CU-ACCOUNT-STATUS==
           ==WS-ACCOUNT-ACTIVE==   BY ==CU-ACCOUNT-ACTIVE==
           ==WS-ACCOUNT-CLOSED==   BY ==CU-ACCOUNT-CLOSED==
           ==WS-CLOSE-DATE==       BY ==CU-CLOSE-DATE==
           ==WS-HEAD-DECEASED==    BY ==CU-HEAD-DECEASED==
           ==WS-HEAD-IS-DECEASED== BY ==CU-HEAD-IS-DECEASED==
           ==WS-HEAD-DEATH-DATE==  BY ==CU-HEAD-DEATH-DATE==
           ==WS-LAST-UPDATE==      BY ==CU-LAST-UPDATE==
           ==WS-LAST-UPDATE-DATE== BY ==CU-LAST-UPDATE-DATE==
           ==WS-LAST-UPDATE-TIME== BY ==CU-LAST-UPDATE-TIME==
           ==WS-DEPENDENT-COUNT==  BY ==CU-DEPENDENT-COUNT==
           ==WS-DEPENDENT==        BY ==CU-DEPENDENT==
           ==WS-DEP-IDX==          BY ==CU-DEP-IDX==
           ==WS-DEP-BIRTH-DATE==   BY ==CU-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==CU-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==CU-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==CU-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==CU-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==CU-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==CU-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==CU-DEP-IS-ADULT==.

       FD STUDENT-MASTER-FILE.
       01 STUDENT-VERIFY-REC.
           05 ST-KEY    PIC 9(06).
           05 FILLER    PIC X(58).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-VERIFY-REC.
           ==LG-BUSINESS-DATE==   BY ==LF-BUSINESS-DATE==
           ==LG-STEP-NAME==       BY ==LF-STEP-NAME==
           ==LG-COUNTER-NAME==    BY ==LF-COUNTER-NAME==
           ==LG-COUNTER-VALUE==   BY ==LF-COUNTER-VALUE==
           ==LG-CYCLE-NUMBER==    BY ==LF-CYCLE-NUMBER==.

       WORKING-STORAGE SECTION.

