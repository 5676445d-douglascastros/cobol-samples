           05 CT-CITY-CODE   PIC 9(06).
           05 CT-COMMA-9     PIC X(01).
           05 CT-EFFECTIVE-DATE PIC 9(08).
      * the last-update stamp the clerk saw on the inquiry a change,
      * delete or merge was keyed from; blank on adds and inquiries
           05 CT-COMMA-10    PIC X(01).
           05 CT-LAST-UPDATE PIC X(16).
      * the header and trailer lines that bracket the file
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

      * MS-POPULATION is packed decimal (COMP-3) so the master file
      * does not waste disk space on a nine-digit DISPLAY field.
      * MS-LAST-UPDATE is the date and time the record was last
      * written, zeros until its first write under the stamp.
       FD CITY-MASTER-FILE.
       01 CITY-MASTER-REC.
           05 MS-NAME        PIC X(30).
           05 MS-STATE       PIC X(20).
           05 MS-COUNTRY     PIC X(20).
           05 MS-TIME-ZONE   PIC X(10).
           05 MS-LAST-UPDATE.
               10 MS-LAST-UPDATE-DATE PIC 9(08).
               10 MS-LAST-UPDATE-TIME PIC 9(08).

       FD CITY-MAINT-REPORT.
       01 CITY-MAINT-REPORT-LINE PIC X(80).
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

       01 WS-AUDIT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUDIT-TIME       PIC 9(08) VALUE ZEROS.

      * lost-update detection: the stamp put on every record this
      * program writes, and the stamp a change, delete or merge
      * transaction carries back from the inquiry it was keyed from
       01 WS-UPDATE-STAMP.
           05 WS-UPDATE-STAMP-DATE PIC 9(08) VALUE ZEROS.
           05 WS-UPDATE-STAMP-TIME PIC 9(08) VALUE ZEROS.
       01 WS-SEEN-STAMP       PIC X(16) VALUE SPACES.
       01 WS-STAMP-OK         PIC X(01) VALUE 'Y'.

      * the journal image travels in display form so the journal
      * stays readable text; the packed population is unpacked here
       01 WS-FS-STATUS-JOURNAL PIC X(02) VALUE '00'.
       01 WS-STATS-END-SECS   PIC 9(07) VALUE ZEROS.
       01 WS-STATS-ELAPSED    PIC 9(07) VALUE ZEROS.

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
           PERFORM 0065-OPEN-GEO-REFERENCE
           MOVE 'START' TO JL-FUNCTION
           MOVE 'CITY-MASTER-MAINTENANCE' TO JL-PROGRAM-ID
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
           MOVE CT-STATE      TO MS-STATE
           MOVE CT-COUNTRY    TO MS-COUNTRY
           MOVE CT-TIME-ZONE  TO MS-TIME-ZONE
           PERFORM 0590-TAKE-UPDATE-STAMP
           MOVE WS-UPDATE-STAMP TO MS-LAST-UPDATE
           WRITE CITY-MASTER-REC
           IF WS-FS-STATUS-MASTER = '00'
               MOVE 'ADDED' TO WS-RESULT-MESSAGE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CHANGE FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0575-WRITE-JOURNAL-IMAGE
           MOVE MS-POPULATION TO WS-OLD-POPULATION
           IF CT-POPULATION NOT = WS-OLD-POPULATION
               PERFORM 0580-WRITE-POPULATION-HISTORY
           END-IF
           MOVE CT-POPULATION TO MS-POPULATION
           MOVE CT-STATE      TO MS-STATE
           MOVE CT-COUNTRY    TO MS-COUNTRY
           MOVE CT-TIME-ZONE  TO MS-TIME-ZONE
           PERFORM 0590-TAKE-UPDATE-STAMP
           MOVE WS-UPDATE-STAMP TO MS-LAST-UPDATE
           REWRITE CITY-MASTER-REC
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0575-WRITE-JOURNAL-IMAGE
           MOVE 'CHANGED' TO WS-RESULT-MESSAGE
           MOVE CT-NAME TO WS-NOTE-CITY
           PERFORM 0550-NOTE-CHANGED-CITY.

      * a plain delete first proves nothing references the city:
      * households on the customer master and registers on
           END-READ.

       0410-APPLY-DELETE.
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-FORCE-DELETE
               MOVE 'Y' TO WS-LIST-ORPHANS
           ELSE
                   MOVE 'INQUIRY FAILED, NOT ON FILE' TO
                       WS-RESULT-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'FOUND, LAST UPDATE ' MS-LAST-UPDATE
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-READ
           MOVE ZEROS TO WS-PEND-IDX
           PERFORM UNTIL WS-PEND-IDX = WS-PEND-COUNT
           END-READ.

       0455-APPLY-MERGE.
           PERFORM 0595-CHECK-SEEN-STAMP
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE MS-POPULATION TO WS-MERGE-POPULATION
           MOVE MS-STATE      TO WS-MERGE-STATE
           MOVE MS-COUNTRY    TO WS-MERGE-COUNTRY
                   MOVE WS-MERGE-STATE     TO MS-STATE
                   MOVE WS-MERGE-COUNTRY   TO MS-COUNTRY
                   MOVE WS-MERGE-TIME-ZONE TO MS-TIME-ZONE
                   PERFORM 0590-TAKE-UPDATE-STAMP
                   MOVE WS-UPDATE-STAMP TO MS-LAST-UPDATE
                   WRITE CITY-MASTER-REC
                   MOVE 'A' TO WS-IMAGE-TYPE
                   PERFORM 0575-WRITE-JOURNAL-IMAGE
                   NOT AT END
                       IF CU-CITY-NAME = CT-NAME
                           MOVE CT-NEW-NAME TO CU-CITY-NAME
                           PERFORM 0590-TAKE-UPDATE-STAMP
                           MOVE WS-UPDATE-STAMP TO CU-LAST-UPDATE
                           REWRITE CUSTOMER-MASTER-REC
                           ADD 1 TO WS-CASC-CUST-COUNT
                       END-IF
           END-IF
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * the transaction file must have passed TRANSACTION-EDIT --
      * clean, or with its listed errors accepted by the operator --
      * and still be the file the edit read, before any master is
      * opened; otherwise nothing at all is applied
       0063-CHECK-TRANSACTION-EDIT.
           MOVE 'CITY' TO TG-FILE-ID
           MOVE WS-TRANS-FILE-NAME TO TG-TRANS-PATH
           MOVE 34 TO TG-HASH-START
           MOVE 9 TO TG-HASH-LENGTH
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
               END-IF
           END-PERFORM.

      * a change lands on its effective date when it carries one,
      * otherwise on the business date, and is refused when
      * PERIOD-CLOSE has closed that month; inquiries change nothing
      * and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           IF CT-EFFECTIVE-DATE IS NUMERIC
               MOVE CT-EFFECTIVE-DATE TO PQ-CHECK-DATE
           END-IF
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.

      * opens the state/country reference master for the add/change
      * check; a reference that has not been built yet just means
      * the check is not in force on this box
      * appends one dated history record for a population that
      * actually moved, so POPULATION-TREND-REPORT can show how each
      * city's figure has changed across the yearly updates
       0590-TAKE-UPDATE-STAMP.
           ACCEPT WS-UPDATE-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-UPDATE-STAMP-TIME FROM TIME.

      * a change, delete or merge must carry the stamp the record
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

       0580-WRITE-POPULATION-HISTORY.
           OPEN EXTEND POPULATION-HISTORY-FILE
           IF WS-FS-STATUS-POPHIST = '35'
