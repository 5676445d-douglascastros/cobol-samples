           05 CT-POSTAL-CODE       PIC X(10).
           05 FILLER               PIC X(01).
           05 CT-PHONE             PIC X(15).
           05 FILLER               PIC X(01).
           05 CT-DO-NOT-MAIL       PIC X(01).
           05 FILLER               PIC X(01).
           05 CT-DO-NOT-CALL       PIC X(01).
           05 FILLER               PIC X(01).
           05 CT-DEATH-DATE        PIC 9(08).
      * the last-update stamp the clerk saw on the inquiry a change,
      * dependent change, close or merge was keyed from
           05 FILLER               PIC X(01).
           05 CT-LAST-UPDATE       PIC X(16).
      * the header and trailer lines that bracket the file
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

      * FD record built from the shared customer copybook, renamed
      * with an MS- prefix for the master file's own working copy
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

           05 AQ-COMMA-1      PIC X(01).
           05 AQ-REQ-USER     PIC X(08).
           05 AQ-COMMA-2      PIC X(01).
      * wide enough for the whole 337-byte transaction record -- a
      * parked merge must come back with its absorbed number, keyed
      * user id and the last-update stamp it was keyed against intact
           05 AQ-TRANS-LINE   PIC X(340).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * lost-update detection: the stamp a transaction carries back
      * from the inquiry it was keyed from, held to the record's own
       01 WS-SEEN-STAMP       PIC X(16) VALUE SPACES.
       01 WS-STAMP-OK         PIC X(01) VALUE 'Y'.

      * customer-level actions A and I, and the dependent-level
      * actions: 'E' enrolls a dependent onto an existing household,
      * 'G' changes one (by customer number plus dependent name),
      * and 'V' removes one, compacting the table. The dependent
      * actions are change-class as far as authority goes, and so are
      * 'P', which records the household's do-not-mail and
      * do-not-call wishes, 'U', which records a letter that came
      * back undeliverable, and 'X', which records a death.
       01 WS-ACTION-CODE      PIC X(01).
           88 WS-ACTION-ADD        VALUE 'A'.
           88 WS-ACTION-CHANGE     VALUE 'C'.
           88 WS-ACTION-APPROVE    VALUE 'Q'.
           88 WS-ACTION-MERGE      VALUE 'M'.
           88 WS-ACTION-NOTE       VALUE 'N'.
           88 WS-ACTION-PREFERENCES VALUE 'P'.
           88 WS-ACTION-RETURNED-MAIL VALUE 'U'.
           88 WS-ACTION-DECEASED   VALUE 'X'.

      * merge working fields: the absorbed household's dependents
      * held while the two records are rewritten, and the absorbed
               10 WS-MRG-BIRTH-DATE   PIC 9(08).
               10 WS-MRG-RELATIONSHIP PIC X(15).
               10 WS-MRG-ELIGIBILITY  PIC X(05).
               10 WS-MRG-DECEASED     PIC X(01).
               10 WS-MRG-DEATH-DATE   PIC 9(08).
       01 WS-MRG-IDX        PIC 9(02) VALUE ZEROS.
       01 WS-MERGED-IN      PIC 9(02) VALUE ZEROS.
       01 WS-SAVE-NUMBER    PIC 9(06) VALUE ZEROS.
      * four more; anything else bounces the transaction so the
      * mailing file never fills with junk
       01 WS-POSTAL-OK PIC X(01) VALUE 'Y'.
       01 WS-MAIL-CLEARED PIC X(01) VALUE 'N'.

      * and the code must belong to the household's city on the
      * postal-code range master, asked through the shared
      * POSTAL-RANGE-LOOKUP subprogram
       01 WS-POSTAL-CITY-OK PIC X(01) VALUE 'Y'.
       01 WS-POSTAL-CITY    PIC X(30) VALUE SPACES.
       01 WS-POSTAL-CITY-REASON PIC X(25) VALUE SPACES.
       COPY 'src/DATA-POSTAL-RANGE.CPY'.

      * deceased working fields: the surviving adult dependent named
      * to take over as head, and the late head's own particulars
      * while they move into that dependent's slot
       01 WS-SUCCESSOR-SLOT  PIC 9(02) VALUE ZEROS.
       01 WS-LATE-HEAD-NAME  PIC X(50) VALUE SPACES.
       01 WS-LATE-HEAD-AGE   PIC 9(02) VALUE ZEROS.

      * two-person-approval state for account closures: a 'K' parks
      * here until a different user with the 'Q' grant confirms it;
           05 WS-APPR-ENTRY OCCURS 50 TIMES.
               10 WS-APPR-DATE PIC 9(08).
               10 WS-APPR-USER PIC X(08).
               10 WS-APPR-LINE PIC X(340).
       01 WS-APPR-IDX    PIC 9(02) VALUE ZEROS.
       01 WS-APPR-FOUND  PIC 9(02) VALUE ZEROS.
       01 WS-APPROVER-ID PIC X(08) VALUE SPACES.
      * the business date instead of trusting the keyed age
       COPY 'src/DATA-DATE-UTILS.CPY'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

      * gate through the shared TRANS-EDIT-GATE subprogram: the
      * transaction file is applied only after TRANSACTION-EDIT has
      * passed it, or the operator has accepted the errors it listed
       COPY 'src/DATA-TRANS-EDIT-GATE.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0045-RESOLVE-ENV-PATHS
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           PERFORM 0063-CHECK-TRANSACTION-EDIT
           MOVE 'START' TO JL-FUNCTION
           MOVE 'CUSTOMER-MASTER-MAINTENANCE' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       IF NOT TC-CONTROL
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE CT-ACTION TO WS-ACTION-CODE
                           PERFORM 0100-PROCESS-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0075-CHECK-PERIOD
           IF PQ-CLOSED = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-APPROVE
               PERFORM 0140-APPROVE-PARKED
               PERFORM 0900-WRITE-REPORT-LINE
                   PERFORM 0670-MERGE-HOUSEHOLD
               WHEN WS-ACTION-NOTE
                   PERFORM 0680-APPEND-NOTE
               WHEN WS-ACTION-PREFERENCES
                   PERFORM 0270-CHANGE-PREFERENCES
               WHEN WS-ACTION-RETURNED-MAIL
                   PERFORM 0280-RECORD-RETURNED-MAIL
               WHEN WS-ACTION-DECEASED
                   PERFORM 0290-RECORD-DECEASED
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-CITY-NAME TO WS-POSTAL-CITY
           PERFORM 0265-CHECK-POSTAL-CITY
           IF WS-POSTAL-CITY-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ADD FAILED, ' WS-POSTAL-CITY-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-STREET-ADDRESS TO MS-STREET-ADDRESS
           MOVE CT-POSTAL-CODE    TO MS-POSTAL-CODE
           MOVE CT-PHONE          TO MS-PHONE
           MOVE 'N' TO MS-DO-NOT-MAIL
           MOVE 'N' TO MS-DO-NOT-CALL
           MOVE ZEROS TO MS-PREF-CHANGE-DATE
           IF CT-DO-NOT-MAIL = 'Y' OR CT-DO-NOT-CALL = 'Y'
               MOVE CT-DO-NOT-MAIL TO MS-DO-NOT-MAIL
               MOVE CT-DO-NOT-CALL TO MS-DO-NOT-CALL
               IF MS-DO-NOT-MAIL NOT = 'Y'
                   MOVE 'N' TO MS-DO-NOT-MAIL
               END-IF
               IF MS-DO-NOT-CALL NOT = 'Y'
                   MOVE 'N' TO MS-DO-NOT-CALL
               END-IF
               MOVE WS-BUSINESS-DATE TO MS-PREF-CHANGE-DATE
           END-IF
           MOVE 'N' TO MS-MAIL-RETURNED
           MOVE ZEROS TO MS-RETURNED-DATE
           SET MS-ACCOUNT-ACTIVE TO TRUE
           MOVE ZEROS TO MS-CLOSE-DATE
           MOVE 'N' TO MS-HEAD-DECEASED
           MOVE ZEROS TO MS-HEAD-DEATH-DATE
           IF CT-DEP-NAME = SPACES
               MOVE ZEROS TO MS-DEPENDENT-COUNT
           ELSE
               MOVE 1 TO MS-DEPENDENT-COUNT
               MOVE 1 TO WS-DEP-SLOT
               PERFORM 0460-STORE-DEPENDENT-FIELDS
               MOVE 'N' TO MS-DEP-DECEASED (WS-DEP-SLOT)
               MOVE ZEROS TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           END-IF
           PERFORM 0590-STAMP-MASTER-RECORD
           WRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
      * the 'C' transaction updates the household's postal address
      * and contact block in place; a blank field on the transaction
      * means no change to that field, so a phone correction does
      * not blank the street. A new street or postal code clears a
      * returned-mail mark -- the letters held behind it go out to
      * the new address on the next letter run -- and the clearing
      * is journaled the way the mark itself was.
       0250-CHANGE-ADDRESS.
           MOVE CT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0260-VALIDATE-POSTAL-CODE
           IF WS-POSTAL-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE MS-CITY-NAME TO WS-POSTAL-CITY
           PERFORM 0265-CHECK-POSTAL-CITY
           IF WS-POSTAL-CITY-OK = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CHANGE FAILED, ' WS-POSTAL-CITY-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CT-STREET-ADDRESS NOT = SPACES
               MOVE CT-STREET-ADDRESS TO MS-STREET-ADDRESS
           END-IF
           IF CT-PHONE NOT = SPACES
               MOVE CT-PHONE TO MS-PHONE
           END-IF
           MOVE 'N' TO WS-MAIL-CLEARED
           IF MS-ADDR-UNDELIVERABLE
                   AND (CT-STREET-ADDRESS NOT = SPACES
                   OR CT-POSTAL-CODE NOT = SPACES)
               PERFORM 0745-CAPTURE-MAIL-IMAGE
               MOVE 'B' TO WS-IMAGE-TYPE
               PERFORM 0700-WRITE-DEP-JOURNAL
               MOVE 'N' TO MS-MAIL-RETURNED
               MOVE ZEROS TO MS-RETURNED-DATE
               MOVE 'Y' TO WS-MAIL-CLEARED
           END-IF
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDRESS CHANGED' TO WS-RESULT-MESSAGE
               IF WS-MAIL-CLEARED = 'Y'
                   PERFORM 0745-CAPTURE-MAIL-IMAGE
                   MOVE 'A' TO WS-IMAGE-TYPE
                   PERFORM 0700-WRITE-DEP-JOURNAL
                   MOVE 'ADDRESS CHANGED, RETURNED MAIL CLEARED' TO
                       WS-RESULT-MESSAGE
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * the 'P' transaction records the household's contact
      * preferences: 'Y' opts out, 'N' opts back in, and a blank
      * flag leaves that preference as it stands. The flags and the
      * date they changed are journaled before and after, since a
      * letter held back or a partner file trimmed on the strength
      * of them has to be provable later.
       0270-CHANGE-PREFERENCES.
           IF (CT-DO-NOT-MAIL NOT = 'Y' AND CT-DO-NOT-MAIL NOT = 'N'
                   AND CT-DO-NOT-MAIL NOT = SPACE)
                   OR (CT-DO-NOT-CALL NOT = 'Y'
                   AND CT-DO-NOT-CALL NOT = 'N'
                   AND CT-DO-NOT-CALL NOT = SPACE)
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'PREFERENCE FAILED, FLAG NOT Y OR N' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CT-DO-NOT-MAIL = SPACE AND CT-DO-NOT-CALL = SPACE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'PREFERENCE FAILED, NO FLAG GIVEN' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'PREFERENCE FAILED, CUSTOMER NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0740-CAPTURE-PREF-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0700-WRITE-DEP-JOURNAL
           IF CT-DO-NOT-MAIL NOT = SPACE
               MOVE CT-DO-NOT-MAIL TO MS-DO-NOT-MAIL
           END-IF
           IF CT-DO-NOT-CALL NOT = SPACE
               MOVE CT-DO-NOT-CALL TO MS-DO-NOT-CALL
           END-IF
           MOVE WS-BUSINESS-DATE TO MS-PREF-CHANGE-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0740-CAPTURE-PREF-IMAGE
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 0700-WRITE-DEP-JOURNAL
               MOVE 'PREFERENCES CHANGED' TO WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'PREFERENCE FAILED, STATUS '
                   WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * the 'U' transaction records a letter returned undeliverable:
      * the address is marked with the business date it came back,
      * journaled before and after. A second returned letter for an
      * address already marked changes nothing -- the date stays the
      * first return, so the weekly report shows how long the
      * address has really been bad.
       0280-RECORD-RETURNED-MAIL.
           MOVE CT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RETURNED FAILED, CUSTOMER NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF MS-ADDR-UNDELIVERABLE
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'ALREADY UNDELIVERABLE SINCE '
                   MS-RETURNED-DATE
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0745-CAPTURE-MAIL-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0700-WRITE-DEP-JOURNAL
           SET MS-ADDR-UNDELIVERABLE TO TRUE
           MOVE WS-BUSINESS-DATE TO MS-RETURNED-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0745-CAPTURE-MAIL-IMAGE
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 0700-WRITE-DEP-JOURNAL
               MOVE 'ADDRESS MARKED UNDELIVERABLE' TO
                   WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'RETURNED FAILED, STATUS '
                   WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * the 'X' transaction records a death. A dependent named on the
      * transaction is flagged deceased in place; with no dependent
      * named it is the head of household. The head's transaction
      * may carry, in its name field, a surviving adult dependent to
      * take over: that dependent becomes the head and the late head
      * takes the dependent's slot, flagged deceased, so nobody
      * leaves the record. With no successor the head is flagged on
      * the household itself. Either way the date of death is
      * stamped, the change is journaled before and after, and a
      * CONDOLENCE letter is queued in place of any closing letter.
       0290-RECORD-DECEASED.
           IF CT-DEATH-DATE NOT NUMERIC OR CT-DEATH-DATE = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DECEASED FAILED, NO DATE OF DEATH' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF CT-DEATH-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DECEASED FAILED, DATE OF DEATH IN FUTURE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DECEASED FAILED, CUSTOMER NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF CT-DEP-NAME NOT = SPACES
               PERFORM 0292-DEPENDENT-DECEASED
           ELSE
               PERFORM 0294-HEAD-DECEASED
           END-IF.

       0292-DEPENDENT-DECEASED.
           PERFORM 0450-FIND-DEPENDENT-SLOT
           IF WS-DEP-SLOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DECEASED FAILED, DEPENDENT NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF MS-DEP-IS-DECEASED (WS-DEP-SLOT)
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DECEASED FAILED, ALREADY RECORDED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0765-CAPTURE-DEP-DEATH-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0700-WRITE-DEP-JOURNAL
           SET MS-DEP-IS-DECEASED (WS-DEP-SLOT) TO TRUE
           MOVE CT-DEATH-DATE TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0765-CAPTURE-DEP-DEATH-IMAGE
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 0700-WRITE-DEP-JOURNAL
               MOVE 'CONDOLENCE' TO WS-LETTER-EVENT
               PERFORM 0690-QUEUE-LETTER
               MOVE 'DEPENDENT RECORDED DECEASED' TO
                   WS-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'DECEASED FAILED, STATUS ' WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a named successor must be a living adult dependent of this
      * household; the late head is kept in that dependent's slot
      * as a 'FORMER HEAD' entry, flagged deceased
       0294-HEAD-DECEASED.
           IF MS-HEAD-IS-DECEASED
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'DECEASED FAILED, ALREADY RECORDED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SUCCESSOR-SLOT
           IF CT-NAME NOT = SPACES
               MOVE ZEROS TO WS-DEP-SCAN
               PERFORM UNTIL WS-DEP-SCAN = MS-DEPENDENT-COUNT
                       OR WS-SUCCESSOR-SLOT NOT = ZEROS
                   ADD 1 TO WS-DEP-SCAN
                   IF MS-DEP-NAME (WS-DEP-SCAN) = CT-NAME
                       MOVE WS-DEP-SCAN TO WS-SUCCESSOR-SLOT
                   END-IF
               END-PERFORM
               IF WS-SUCCESSOR-SLOT = ZEROS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DECEASED FAILED, SUCCESSOR NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF MS-DEP-IS-DECEASED (WS-SUCCESSOR-SLOT)
                       OR NOT MS-DEP-IS-ADULT (WS-SUCCESSOR-SLOT)
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'DECEASED FAILED, SUCCESSOR INELIGIBLE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0760-CAPTURE-HEAD-DEATH-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0700-WRITE-DEP-JOURNAL
           IF WS-SUCCESSOR-SLOT = ZEROS
               SET MS-HEAD-IS-DECEASED TO TRUE
               MOVE CT-DEATH-DATE TO MS-HEAD-DEATH-DATE
           ELSE
               MOVE MS-NAME TO WS-LATE-HEAD-NAME
               MOVE MS-AGE TO WS-LATE-HEAD-AGE
               MOVE MS-DEP-NAME (WS-SUCCESSOR-SLOT) TO MS-NAME
               MOVE MS-DEP-AGE (WS-SUCCESSOR-SLOT) TO MS-AGE
               MOVE WS-SUCCESSOR-SLOT TO WS-DEP-SLOT
               MOVE WS-LATE-HEAD-NAME TO MS-DEP-NAME (WS-DEP-SLOT)
               MOVE WS-LATE-HEAD-AGE TO MS-DEP-AGE (WS-DEP-SLOT)
               MOVE ZEROS TO MS-DEP-BIRTH-DATE (WS-DEP-SLOT)
               MOVE 'FORMER HEAD' TO
                   MS-DEP-RELATIONSHIP (WS-DEP-SLOT)
               SET MS-DEP-IS-ADULT (WS-DEP-SLOT) TO TRUE
               SET MS-DEP-IS-DECEASED (WS-DEP-SLOT) TO TRUE
               MOVE CT-DEATH-DATE TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           END-IF
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'DECEASED FAILED, STATUS ' WS-FS-STATUS-MASTER
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0760-CAPTURE-HEAD-DEATH-IMAGE
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0700-WRITE-DEP-JOURNAL
           MOVE 'CONDOLENCE' TO WS-LETTER-EVENT
           PERFORM 0690-QUEUE-LETTER
           IF WS-SUCCESSOR-SLOT = ZEROS
               MOVE 'HEAD OF HOUSEHOLD RECORDED DECEASED' TO
                   WS-RESULT-MESSAGE
           ELSE
               PERFORM 0765-CAPTURE-DEP-DEATH-IMAGE
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 0700-WRITE-DEP-JOURNAL
               MOVE 'HEAD DECEASED, SUCCESSOR NOW HEAD' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * five digits, or five digits, a dash and four more; a blank
      * postal code means not yet captured and passes
       0260-VALIDATE-POSTAL-CODE.
               MOVE 'N' TO WS-POSTAL-OK
           END-IF.

      * a keyed postal code must fall in a range of the household's
      * own city; a blank code passes, as does any code while no
      * range master has been built on this box
       0265-CHECK-POSTAL-CITY.
           MOVE 'Y' TO WS-POSTAL-CITY-OK
           MOVE SPACES TO WS-POSTAL-CITY-REASON
           IF CT-POSTAL-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CT-POSTAL-CODE TO PR-POSTAL-CODE
           MOVE WS-POSTAL-CITY TO PR-CITY-NAME
           CALL 'POSTAL-RANGE-LOOKUP' USING POSTAL-RANGE-REQUEST
           IF PR-IN-FORCE NOT = 'Y' OR PR-CODE-IN-CITY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-POSTAL-CITY-OK
           IF PR-CODE-UNKNOWN
               MOVE 'POSTAL CODE UNKNOWN' TO WS-POSTAL-CITY-REASON
           ELSE
               MOVE 'POSTAL CODE NOT IN CITY' TO
                   WS-POSTAL-CITY-REASON
           END-IF.

       0300-INQUIRE-CUSTOMER.
           MOVE CT-CUSTOMER-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND, LAST UPDATE ' MS-LAST-UPDATE
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ.

      * every write of the master carries the date and time it was
      * made, the stamp the inquiry shows and a later change must
      * carry back
       0590-STAMP-MASTER-RECORD.
           ACCEPT MS-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT MS-LAST-UPDATE-TIME FROM TIME.

      * a change, close or merge must carry the stamp the household
      * bore when the clerk looked at it; anything else means
      * another update got there first, and applying this one would
      * silently overwrite it. A blank stamp stands for zeros, so a
      * record not yet written under the stamp still takes a
      * transaction keyed without one.
       0595-CHECK-SEEN-STAMP.
           MOVE 'Y' TO WS-STAMP-OK
           MOVE CT-LAST-UPDATE TO WS-SEEN-STAMP
           IF WS-SEEN-STAMP = SPACES
               MOVE ZEROS TO WS-SEEN-STAMP
           END-IF
           IF WS-SEEN-STAMP NOT = MS-LAST-UPDATE
               MOVE 'N' TO WS-STAMP-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'REJECTED, RECORD CHANGED SINCE INQUIRY' TO
                   WS-RESULT-MESSAGE
           END-IF.

      * appends one entry to the shared audit trail for this
      * transaction, so every maintenance program's activity can be
      * traced from a single file regardless of which one ran. The
      * action carries the customer number after the code, the way
      * BILLING-POST's does, so the trail says which household each
      * clerk touched.
       0800-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE 'CUSTOMER-MASTER-MAINTENANCE' TO AT-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AT-RUN-DATE
           MOVE WS-AUDIT-TIME TO AT-RUN-TIME
           MOVE SPACES TO AT-ACTION
           STRING CT-ACTION ' ' CT-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO AT-ACTION
           MOVE WS-RESULT-MESSAGE TO AT-DETAIL
           MOVE CT-USER-ID TO AT-USER-ID
           CALL 'AUDIT-WRITER' USING AUDIT-TRAIL-REC.
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * the transaction file must have passed TRANSACTION-EDIT --
      * clean, or with its listed errors accepted by the operator --
      * and still be the file the edit read, before any master is
      * opened; otherwise nothing at all is applied
       0063-CHECK-TRANSACTION-EDIT.
           MOVE 'CUST' TO TG-FILE-ID
           MOVE WS-TRANS-FILE-NAME TO TG-TRANS-PATH
           MOVE 3 TO TG-HASH-START
           MOVE 6 TO TG-HASH-LENGTH
           CALL 'TRANS-EDIT-GATE' USING TRANS-EDIT-GATE-REQUEST
           IF TG-RESULT NOT = 'Y'
               DISPLAY 'RUN REFUSED: ' TG-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY TG-MESSAGE.

      * answers whether the transaction's user may apply its action
      * to this master: the user must appear for the master and the
      * action letter must be among the letters granted; inquiries
           IF WS-AUTH-CHECK-CODE = 'E' OR WS-AUTH-CHECK-CODE = 'G'
                   OR WS-AUTH-CHECK-CODE = 'V'
                   OR WS-AUTH-CHECK-CODE = 'N'
                   OR WS-AUTH-CHECK-CODE = 'P'
                   OR WS-AUTH-CHECK-CODE = 'U'
                   OR WS-AUTH-CHECK-CODE = 'X'
               MOVE 'C' TO WS-AUTH-CHECK-CODE
           END-IF
           IF WS-AUTH-CHECK-CODE = 'K'
               END-IF
           END-PERFORM.

      * a change lands on the business date, and is refused when
      * PERIOD-CLOSE has closed that month; inquiries change nothing
      * and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.

      * enrolls one more dependent onto an existing household; the
      * eligibility is derived from the age here, the same way the
      * customer add derives it
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0450-FIND-DEPENDENT-SLOT
           IF WS-DEP-SLOT NOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO MS-DEPENDENT-COUNT
           MOVE MS-DEPENDENT-COUNT TO WS-DEP-SLOT
           PERFORM 0460-STORE-DEPENDENT-FIELDS
           MOVE 'N' TO MS-DEP-DECEASED (WS-DEP-SLOT)
           MOVE ZEROS TO MS-DEP-DEATH-DATE (WS-DEP-SLOT)
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0750-JOURNAL-DEP-AFTER
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0450-FIND-DEPENDENT-SLOT
           IF WS-DEP-SLOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
           PERFORM 0700-WRITE-DEP-JOURNAL
           MOVE MS-DEP-NAME (WS-DEP-SLOT) TO CT-DEP-NAME
           PERFORM 0460-STORE-DEPENDENT-FIELDS
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0750-JOURNAL-DEP-AFTER
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0450-FIND-DEPENDENT-SLOT
           IF WS-DEP-SLOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
           END-PERFORM
           MOVE SPACES TO MS-DEPENDENT (MS-DEPENDENT-COUNT)
           SUBTRACT 1 FROM MS-DEPENDENT-COUNT
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE SPACES TO WS-DEP-IMAGE
               ' CLOSE DATE ' MS-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-DI-NAME.

      * preference images carry both flags and the date they last
      * changed, the same text-image approach as the status images
       0740-CAPTURE-PREF-IMAGE.
           MOVE SPACES TO WS-DEP-IMAGE
           STRING 'DO NOT MAIL ' MS-DO-NOT-MAIL
               ' DO NOT CALL ' MS-DO-NOT-CALL
               ' SINCE ' MS-PREF-CHANGE-DATE
               DELIMITED BY SIZE INTO WS-DI-NAME.

      * returned-mail images carry the mark and the date the address
      * went bad, alongside the address it went bad at
       0745-CAPTURE-MAIL-IMAGE.
           MOVE SPACES TO WS-DEP-IMAGE
           STRING 'MAIL RETURNED ' MS-MAIL-RETURNED
               ' SINCE ' MS-RETURNED-DATE
               ' POSTAL ' MS-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-DI-NAME.

      * deceased images carry the person's name with the flag and
      * the date of death, for the head and for a dependent alike
       0760-CAPTURE-HEAD-DEATH-IMAGE.
           MOVE SPACES TO WS-DEP-IMAGE
           STRING 'HEAD ' MS-NAME (1:25)
               ' DECEASED ' MS-HEAD-DECEASED
               ' ' MS-HEAD-DEATH-DATE
               DELIMITED BY SIZE INTO WS-DI-NAME.

       0765-CAPTURE-DEP-DEATH-IMAGE.
           MOVE SPACES TO WS-DEP-IMAGE
           STRING 'DEP  ' MS-DEP-NAME (WS-DEP-SLOT) (1:25)
               ' DECEASED ' MS-DEP-DECEASED (WS-DEP-SLOT)
               ' ' MS-DEP-DEATH-DATE (WS-DEP-SLOT)
               DELIMITED BY SIZE INTO WS-DI-NAME.

       0720-CAPTURE-DEP-IMAGE.
           MOVE MS-DEP-NAME (WS-DEP-SLOT) TO WS-DI-NAME
           MOVE MS-DEP-AGE (WS-DEP-SLOT) TO WS-DI-AGE
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF MS-ACCOUNT-CLOSED
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CLOSE FAILED, ALREADY CLOSED' TO
           PERFORM 0700-WRITE-DEP-JOURNAL
           SET MS-ACCOUNT-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO MS-CLOSE-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               PERFORM 0730-CAPTURE-STATUS-IMAGE
           PERFORM 0700-WRITE-DEP-JOURNAL
           SET MS-ACCOUNT-ACTIVE TO TRUE
           MOVE ZEROS TO MS-CLOSE-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           WRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '22'
               REWRITE CUSTOMER-MASTER-REC
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CT-MERGE-NUMBER TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   WS-MRG-RELATIONSHIP (WS-MRG-IDX)
               MOVE MS-DEP-ELIGIBILITY (WS-MRG-IDX) TO
                   WS-MRG-ELIGIBILITY (WS-MRG-IDX)
               MOVE MS-DEP-DECEASED (WS-MRG-IDX) TO
                   WS-MRG-DECEASED (WS-MRG-IDX)
               MOVE MS-DEP-DEATH-DATE (WS-MRG-IDX) TO
                   WS-MRG-DEATH-DATE (WS-MRG-IDX)
               MOVE WS-MRG-IDX TO WS-MERGE-FROM-COUNT
           END-PERFORM
           MOVE CT-CUSTOMER-NUMBER TO WS-SAVE-NUMBER
           PERFORM 0700-WRITE-DEP-JOURNAL
           SET MS-ACCOUNT-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO MS-CLOSE-DATE
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER NOT = '00'
               MOVE WS-SAVE-NUMBER TO CT-CUSTOMER-NUMBER
                       MS-DEP-RELATIONSHIP (MS-DEPENDENT-COUNT)
                   MOVE WS-MRG-ELIGIBILITY (WS-MRG-IDX) TO
                       MS-DEP-ELIGIBILITY (MS-DEPENDENT-COUNT)
                   MOVE WS-MRG-DECEASED (WS-MRG-IDX) TO
                       MS-DEP-DECEASED (MS-DEPENDENT-COUNT)
                   MOVE WS-MRG-DEATH-DATE (WS-MRG-IDX) TO
                       MS-DEP-DEATH-DATE (MS-DEPENDENT-COUNT)
                   ADD 1 TO WS-MERGED-IN
               ELSE
                   DISPLAY 'MERGE OVERFLOW: DEPENDENT '
                       ' DID NOT FIT UNDER ' CT-CUSTOMER-NUMBER
               END-IF
           END-PERFORM
           PERFORM 0590-STAMP-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE SPACES TO WS-DEP-IMAGE
