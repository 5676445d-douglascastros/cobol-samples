      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the customer master from the
      *          layout without the contact-preference flags to the
      *          layout that carries them, the same rebuild
      *          discipline CUSTOMER-MASTER-WIDEN followed for the
      *          address block. The operator renames the live master
      *          to src/customer-master-old.dat first; this program
      *          rebuilds src/customer-master.dat from it household
      *          by household -- every old field carried over, both
      *          flags starting at 'N' (no preference recorded) until
      *          a 'P' transaction says otherwise -- and reports the
      *          counts so the rebuild can be proven complete.
      *          The rebuild writes the master as it stands today, so
      *          the later marks -- returned mail, the deceased marks
      *          on the head and each dependent, and the last-update
      *          stamp -- are laid down in the same pass: the address
      *          deliverable, everyone living and the stamp at zeros
      *          until the household's next update. No further
      *          conversion is run after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PREFS-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO
               'src/customer-master-old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OC-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-OLD.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-NEW.

       DATA DIVISION.
       FILE SECTION.
      * the master exactly as the maintenance programs wrote it
      * before the preference flags existed: the phone straight into
      * the account standing, dependents in the same variable table
       FD OLD-CUSTOMER-FILE.
       01 OLD-CUSTOMER-REC.
           02 OC-CUSTOMER-NUMBER PIC 9(06).
           02 OC-NAME            PIC X(50).
           02 OC-AGE             PIC 9(02).
           02 OC-NATIONALITY     PIC X(50).
           02 OC-CITY-NAME       PIC X(30).
           02 OC-STREET-ADDRESS  PIC X(40).
           02 OC-POSTAL-CODE     PIC X(10).
           02 OC-PHONE           PIC X(15).
           02 OC-ACCOUNT-STATUS  PIC X(01).
           02 OC-CLOSE-DATE      PIC 9(08).
           02 OC-DEPENDENT-COUNT PIC 9(02).
           02 OC-DEPENDENT OCCURS 0 TO 50 TIMES
                   DEPENDING ON OC-DEPENDENT-COUNT.
               03 OC-DEP-NAME         PIC X(50).
               03 OC-DEP-AGE          PIC 9(02).
               03 OC-DEP-BIRTH-DATE   PIC 9(08).
               03 OC-DEP-RELATIONSHIP PIC X(15).
               03 OC-DEP-ELIGIBILITY  PIC X(05).

      * the master as the maintenance programs write it today
       FD NEW-CUSTOMER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==MS-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==NEW-CUSTOMER-REC==
           ==WS-NAME==             BY ==MS-NAME==
           ==WS-AGE==              BY ==MS-AGE==
           ==WS-NATIONALITY==      BY ==MS-NATIONALITY==
           ==WS-CITY-NAME==        BY ==MS-CITY-NAME==
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
           ==WS-DEP-NAME==         BY ==MS-DEP-NAME==
           ==WS-DEP-AGE==          BY ==MS-DEP-AGE==
           ==WS-DEP-BIRTH-DATE==   BY ==MS-DEP-BIRTH-DATE==
           ==WS-DEP-RELATIONSHIP== BY ==MS-DEP-RELATIONSHIP==
           ==WS-DEP-ELIGIBILITY==  BY ==MS-DEP-ELIGIBILITY==
           ==WS-DEP-DECEASED==     BY ==MS-DEP-DECEASED==
           ==WS-DEP-IS-DECEASED==  BY ==MS-DEP-IS-DECEASED==
           ==WS-DEP-DEATH-DATE==   BY ==MS-DEP-DEATH-DATE==
           ==WS-DEP-IS-MINOR==     BY ==MS-DEP-IS-MINOR==
           ==WS-DEP-IS-ADULT==     BY ==MS-DEP-IS-ADULT==.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-OLD PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-NEW PIC X(02) VALUE '00'.
       01 WS-OLD-END PIC X(01) VALUE 'N'.
       01 WS-DEP-SLOT PIC 9(02) VALUE ZEROS.
       01 WS-CONVERTED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-FAILED-COUNT    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-CUSTOMER-FILE
           IF WS-FS-STATUS-OLD NOT = '00'
               DISPLAY 'NO src/customer-master-old.dat TO CONVERT, '
                   'STATUS: ' WS-FS-STATUS-OLD
               DISPLAY 'RENAME THE LIVE MASTER THERE FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CUSTOMER-FILE
           IF WS-FS-STATUS-NEW NOT = '00'
               DISPLAY 'ERROR BUILDING src/customer-master.dat, '
                   'STATUS: ' WS-FS-STATUS-NEW
               CLOSE OLD-CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OLD-END = 'S'
               READ OLD-CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-OLD-END
                   NOT AT END
                       PERFORM 0100-WIDEN-ONE-HOUSEHOLD
               END-READ
           END-PERFORM

           CLOSE OLD-CUSTOMER-FILE
           CLOSE NEW-CUSTOMER-FILE
           DISPLAY 'Households converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Households failed:    ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WIDEN-ONE-HOUSEHOLD.
           MOVE OC-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           MOVE OC-NAME            TO MS-NAME
           MOVE OC-AGE             TO MS-AGE
           MOVE OC-NATIONALITY     TO MS-NATIONALITY
           MOVE OC-CITY-NAME       TO MS-CITY-NAME
           MOVE OC-STREET-ADDRESS  TO MS-STREET-ADDRESS
           MOVE OC-POSTAL-CODE     TO MS-POSTAL-CODE
           MOVE OC-PHONE           TO MS-PHONE
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
               ADD 1 TO WS-DEP-SLOT
               MOVE OC-DEP-NAME (WS-DEP-SLOT) TO
                   MS-DEP-NAME (WS-DEP-SLOT)
               MOVE OC-DEP-AGE (WS-DEP-SLOT) TO
                   MS-DEP-AGE (WS-DEP-SLOT)
               MOVE OC-DEP-BIRTH-DATE (WS-DEP-SLOT) TO
                   MS-DEP-BIRTH-DATE (WS-DEP-SLOT)
               MOVE OC-DEP-RELATIONSHIP (WS-DEP-SLOT) TO
                   MS-DEP-RELATIONSHIP (WS-DEP-SLOT)
               MOVE OC-DEP-ELIGIBILITY (WS-DEP-SLOT) TO
                   MS-DEP-ELIGIBILITY (WS-DEP-SLOT)
               MOVE 'N' TO MS-DEP-DECEASED (WS-DEP-SLOT)
               MOVE ZEROS TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           END-PERFORM
           WRITE NEW-CUSTOMER-REC
           IF WS-FS-STATUS-NEW = '00'
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'WRITE FAILED, STATUS ' WS-FS-STATUS-NEW
                   ' FOR HOUSEHOLD ' OC-CUSTOMER-NUMBER
           END-IF.
