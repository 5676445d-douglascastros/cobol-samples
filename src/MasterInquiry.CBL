      *          or the customer number) and either sees that one
      *          record formatted, or starts a bounded READ NEXT
      *          browse from it. Nothing here opens anything for
      *          update. A customer's personal fields -- names,
      *          street address, phone, dependents' birthdates, the
      *          clerk notes -- show in full only to a user holding
      *          PII authority (master PII, letter U) in the user
      *          authority table; everyone else sees initials, the
      *          last digits of the phone and the birth year, which
      *          is all most inquiries need beside the household
      *          number, city and status. Each customer record shown
      *          is logged as a masked or an unmasked view. City and
      *          customer records show their last-update stamp, which
      *          a change keyed from the inquiry must carry back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-INQUIRY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-NOTES.

           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-AUTH.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DATA-OUT.
           05 CM-STATE       PIC X(20).
           05 CM-COUNTRY     PIC X(20).
           05 CM-TIME-ZONE   PIC X(10).
           05 CM-LAST-UPDATE.
               10 CM-LAST-UPDATE-DATE PIC 9(08).
               10 CM-LAST-UPDATE-TIME PIC 9(08).

       FD CUSTOMER-MASTER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
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

           05 NT-COMMA-4         PIC X(01).
           05 NT-TEXT            PIC X(50).

       FD USER-AUTHORITY-FILE.
       01 USER-AUTHORITY-REC.
           05 UA-USER-ID   PIC X(08).
           05 UA-COMMA-1   PIC X(01).
           05 UA-MASTER-ID PIC X(04).
           05 UA-COMMA-2   PIC X(01).
           05 UA-ACTIONS   PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-REG  PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CITY PIC X(02) VALUE '00'.
       01 WS-SEARCH-END    PIC X(01) VALUE 'N'.
       01 WS-CANDIDATES    PIC 9(05) VALUE ZEROS.

      * PII authority: decided once at sign-on from the user
      * authority table; no file or no row means the masked view
       01 WS-FS-STATUS-AUTH  PIC X(02) VALUE '00'.
       01 WS-AUTH-END        PIC X(01) VALUE 'N'.
       01 WS-AUTH-SCAN       PIC 9(01) VALUE ZEROS.
       01 WS-AUTH-MASTER-ID  PIC X(04) VALUE 'PII '.
       01 WS-PII-LETTER      PIC X(01) VALUE 'U'.
       01 WS-PII-VIEW        PIC X(01) VALUE 'N'.

      * masking work areas: a name folds to its initials, a phone
      * to its last four digits, a birthdate to its year
       01 WS-MASK-IN         PIC X(50) VALUE SPACES.
       01 WS-MASK-OUT        PIC X(30) VALUE SPACES.
       01 WS-MASK-POS        PIC 9(02) VALUE ZEROS.
       01 WS-MASK-SLOT       PIC 9(02) VALUE ZEROS.
       01 WS-MASK-NEW-WORD   PIC X(01) VALUE 'Y'.
       01 WS-SHOW-NAME       PIC X(50) VALUE SPACES.
       01 WS-SHOW-ADDRESS    PIC X(40) VALUE SPACES.
       01 WS-SHOW-POSTAL     PIC X(10) VALUE SPACES.
       01 WS-SHOW-PHONE      PIC X(15) VALUE SPACES.
       01 WS-SHOW-BORN       PIC X(08) VALUE SPACES.
       01 WS-SHOW-NOTE       PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'USER ID: '
           ACCEPT WS-USER-ID
           PERFORM 0060-LOAD-AUTHORITY
           MOVE 'SESSION START' TO WS-LOG-ACTION
           IF WS-PII-VIEW = 'Y'
               MOVE 'PII UNMASKED' TO WS-LOG-DETAIL
           ELSE
               MOVE 'PII MASKED' TO WS-LOG-DETAIL
               DISPLAY 'NO PII AUTHORITY -- PERSONAL FIELDS MASKED'
           END-IF
           PERFORM 0900-LOG-ACCESS
           PERFORM UNTIL WS-SESSION-END = 'Y'
               DISPLAY ' '
           PERFORM 0900-LOG-ACCESS
           STOP RUN.

      * the user may see personal fields only with the PII letter on
      * their PII authority row
       0060-LOAD-AUTHORITY.
           MOVE 'N' TO WS-PII-VIEW
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-FS-STATUS-AUTH NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-END = 'S'
               READ USER-AUTHORITY-FILE
                   AT END
                       MOVE 'S' TO WS-AUTH-END
                   NOT AT END
                       IF UA-USER-ID = WS-USER-ID
                               AND UA-MASTER-ID = WS-AUTH-MASTER-ID
                           PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                                   UNTIL WS-AUTH-SCAN > 5
                               IF UA-ACTIONS (WS-AUTH-SCAN:1) =
                                       WS-PII-LETTER
                                   MOVE 'Y' TO WS-PII-VIEW
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

      * one audit entry per session event or record displayed, so
      * "who viewed household 100001 last month" has an answer
       0900-LOG-ACCESS.
           DISPLAY 'STATE:      ' CM-STATE
           DISPLAY 'COUNTRY:    ' CM-COUNTRY
           DISPLAY 'TIME ZONE:  ' CM-TIME-ZONE
           DISPLAY 'UPDATED:    ' CM-LAST-UPDATE
           DISPLAY '----'.

       3000-INQUIRE-CUSTOMER.
           END-IF
           CLOSE CUSTOMER-MASTER-FILE.

      * the access log tells a masked view from an unmasked one
       3100-SHOW-CUSTOMER.
           IF WS-PII-VIEW = 'Y'
               MOVE 'UNMASKED VIEW' TO WS-LOG-ACTION
           ELSE
               MOVE 'VIEWED' TO WS-LOG-ACTION
           END-IF
           MOVE SPACES TO WS-LOG-DETAIL
           STRING 'CUSTOMER ' CU-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM 0900-LOG-ACCESS
           PERFORM 3050-MASK-CUSTOMER
           DISPLAY 'CUSTOMER:   ' CU-CUSTOMER-NUMBER
           DISPLAY 'NAME:       ' WS-SHOW-NAME
           DISPLAY 'AGE:        ' CU-AGE
           DISPLAY 'CITY:       ' CU-CITY-NAME
           DISPLAY 'ADDRESS:    ' WS-SHOW-ADDRESS
           DISPLAY 'POSTAL:     ' WS-SHOW-POSTAL
           DISPLAY 'PHONE:      ' WS-SHOW-PHONE
           DISPLAY 'NO MAIL:    ' CU-DO-NOT-MAIL
               ' NO CALL ' CU-DO-NOT-CALL
               ' SINCE ' CU-PREF-CHANGE-DATE
           DISPLAY 'RETURNED:   ' CU-MAIL-RETURNED
               ' SINCE ' CU-RETURNED-DATE
           DISPLAY 'STATUS:     ' CU-ACCOUNT-STATUS
               ' CLOSED ' CU-CLOSE-DATE
           IF CU-HEAD-IS-DECEASED
               DISPLAY 'DECEASED:   ' CU-HEAD-DEATH-DATE
           END-IF
           DISPLAY 'UPDATED:    ' CU-LAST-UPDATE
           DISPLAY 'DEPENDENTS: ' CU-DEPENDENT-COUNT
           MOVE ZEROS TO WS-DEP-SLOT
           PERFORM UNTIL WS-DEP-SLOT >= CU-DEPENDENT-COUNT
               ADD 1 TO WS-DEP-SLOT
               PERFORM 3060-MASK-DEPENDENT
               DISPLAY '  ' CU-DEP-RELATIONSHIP (WS-DEP-SLOT) ' '
                   WS-SHOW-NAME (1:30) ' AGE '
                   CU-DEP-AGE (WS-DEP-SLOT) ' '
                   CU-DEP-ELIGIBILITY (WS-DEP-SLOT)
               IF WS-SHOW-BORN NOT = SPACES
                   DISPLAY '    BORN ' WS-SHOW-BORN
               END-IF
               IF CU-DEP-IS-DECEASED (WS-DEP-SLOT)
                   DISPLAY '    DECEASED '
                       CU-DEP-DEATH-DATE (WS-DEP-SLOT)
               END-IF
           END-PERFORM
           PERFORM 3200-SHOW-NOTES
           DISPLAY '----'.

      * the household's own personal fields, in full or masked: the
      * name to initials, the street withheld, the postal code to
      * its first three characters, the phone to its last four
      * digits
       3050-MASK-CUSTOMER.
           IF WS-PII-VIEW = 'Y'
               MOVE CU-NAME TO WS-SHOW-NAME
               MOVE CU-STREET-ADDRESS TO WS-SHOW-ADDRESS
               MOVE CU-POSTAL-CODE TO WS-SHOW-POSTAL
               MOVE CU-PHONE TO WS-SHOW-PHONE
               EXIT PARAGRAPH
           END-IF
           MOVE CU-NAME TO WS-MASK-IN
           PERFORM 0800-MASK-NAME
           MOVE WS-MASK-OUT TO WS-SHOW-NAME
           IF CU-STREET-ADDRESS = SPACES
               MOVE SPACES TO WS-SHOW-ADDRESS
           ELSE
               MOVE '(MASKED)' TO WS-SHOW-ADDRESS
           END-IF
           MOVE SPACES TO WS-SHOW-POSTAL
           IF CU-POSTAL-CODE NOT = SPACES
               STRING CU-POSTAL-CODE (1:3) '**'
                   DELIMITED BY SIZE INTO WS-SHOW-POSTAL
           END-IF
           PERFORM 0810-MASK-PHONE.

      * a dependent's name and birthdate, in full or masked to the
      * initials and the year
       3060-MASK-DEPENDENT.
           MOVE SPACES TO WS-SHOW-BORN
           IF WS-PII-VIEW = 'Y'
               MOVE CU-DEP-NAME (WS-DEP-SLOT) TO WS-SHOW-NAME
               IF CU-DEP-BIRTH-DATE (WS-DEP-SLOT) NOT = ZEROS
                   MOVE CU-DEP-BIRTH-DATE (WS-DEP-SLOT) TO
                       WS-SHOW-BORN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CU-DEP-NAME (WS-DEP-SLOT) TO WS-MASK-IN
           PERFORM 0800-MASK-NAME
           MOVE WS-MASK-OUT TO WS-SHOW-NAME
           IF CU-DEP-BIRTH-DATE (WS-DEP-SLOT) NOT = ZEROS
               MOVE CU-DEP-BIRTH-DATE (WS-DEP-SLOT) (1:4) TO
                   WS-SHOW-BORN
           END-IF.

      * the first letter of every word, each followed by a period
       0800-MASK-NAME.
           MOVE SPACES TO WS-MASK-OUT
           MOVE ZEROS TO WS-MASK-SLOT
           MOVE 'Y' TO WS-MASK-NEW-WORD
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS > 50 OR WS-MASK-SLOT > 27
               IF WS-MASK-IN (WS-MASK-POS:1) = SPACE
                   MOVE 'Y' TO WS-MASK-NEW-WORD
               ELSE
                   IF WS-MASK-NEW-WORD = 'Y'
                       IF WS-MASK-SLOT > ZEROS
                           ADD 1 TO WS-MASK-SLOT
                       END-IF
                       ADD 1 TO WS-MASK-SLOT
                       MOVE WS-MASK-IN (WS-MASK-POS:1) TO
                           WS-MASK-OUT (WS-MASK-SLOT:1)
                       ADD 1 TO WS-MASK-SLOT
                       MOVE '.' TO WS-MASK-OUT (WS-MASK-SLOT:1)
                       MOVE 'N' TO WS-MASK-NEW-WORD
                   END-IF
               END-IF
           END-PERFORM.

      * stars for every digit but the last four
       0810-MASK-PHONE.
           MOVE CU-PHONE TO WS-SHOW-PHONE
           MOVE ZEROS TO WS-MASK-SLOT
           PERFORM VARYING WS-MASK-POS FROM 15 BY -1
                   UNTIL WS-MASK-POS < 1
               IF WS-SHOW-PHONE (WS-MASK-POS:1) IS NUMERIC
                   ADD 1 TO WS-MASK-SLOT
                   IF WS-MASK-SLOT > 4
                       MOVE '*' TO WS-SHOW-PHONE (WS-MASK-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

      * the phone-call path: the caller gives a name, not a number.
      * The search text folds through CITY-NORMALIZE and is matched
      * anywhere inside each household head's and dependent's folded
           END-PERFORM
           IF WS-NAME-HIT = 'Y'
               ADD 1 TO WS-CANDIDATES
               IF WS-PII-VIEW = 'Y'
                   MOVE CU-NAME TO WS-SHOW-NAME
               ELSE
                   MOVE CU-NAME TO WS-MASK-IN
                   PERFORM 0800-MASK-NAME
                   MOVE WS-MASK-OUT TO WS-SHOW-NAME
               END-IF
               DISPLAY '  ' CU-CUSTOMER-NUMBER ' '
                   WS-SHOW-NAME (1:35) ' ' CU-CITY-NAME (1:20)
                   ' ' CU-ACCOUNT-STATUS
           END-IF.

           END-PERFORM.

      * every note ever appended under this household, in the order
      * the clerks wrote them; without PII authority the digits in
      * the text (phone numbers, dates of birth keyed into a note)
      * are starred out
       3200-SHOW-NOTES.
           MOVE ZEROS TO WS-NOTES-SHOWN
           MOVE 'N' TO WS-NOTES-END
                           IF WS-NOTES-SHOWN = 1
                               DISPLAY 'NOTES:'
                           END-IF
                           MOVE NT-TEXT TO WS-SHOW-NOTE
                           IF WS-PII-VIEW NOT = 'Y'
                               INSPECT WS-SHOW-NOTE CONVERTING
                                   '0123456789' TO '**********'
                           END-IF
                           DISPLAY '  ' NT-STAMP-DATE ' '
                               NT-USER-ID ' ' WS-SHOW-NOTE
                       END-IF
               END-READ
           END-PERFORM
