      * Author:
      * Date:
      * Purpose: nightly letter generation from the customer letter
      *          queue. Each queued event (CLOSE, REINSTATE, MERGE,
      *          and ADDRCONF for a postal change of address)
      *          becomes one print-ready letter: the household's name
      *          and postal address block at the top, then the body
      *          text the template file carries for that event. A log
      *          emptied once printed, so nothing is lettered twice.
      *          An event with no template gets the fallback
      *          paragraph and a console warning rather than silence.
      *          A household flagged do-not-mail gets only the
      *          legally required notices; any other event queued for
      *          it is logged as suppressed instead of printed. A
      *          household whose address is marked undeliverable has
      *          its letters held: they go back on the queue instead
      *          of printing, and print on the first run after the
      *          address is changed. Once the head of household is
      *          recorded deceased with no successor, nothing but the
      *          CONDOLENCE letter goes to the household, and that
      *          one is addressed to the family of the late head.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-LETTERS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TEMPLATE.

      * letters held back for an undeliverable address, gathered
      * during the run and written back onto the emptied queue
           SELECT HELD-LETTER-FILE ASSIGN TO
               'src/customer-letter-held.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-HELD.

           SELECT PRINT-FILE ASSIGN TO
               'src/customer-letters-print.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
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

           05 TP-COMMA PIC X(01).
           05 TP-TEXT  PIC X(60).

       FD HELD-LETTER-FILE.
       01 HELD-LETTER-REC PIC X(44).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       01 WS-FS-STATUS-TEMPLATE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-LOG      PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-HELD     PIC X(02) VALUE '00'.
       01 WS-QUEUE-END    PIC X(01) VALUE 'N'.
       01 WS-HELD-END     PIC X(01) VALUE 'N'.
       01 WS-TEMPLATE-END PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-LETTER-COUNT  PIC 9(05) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZEROS.

      * the notices the law obliges us to send whatever the
      * household's contact preferences say: closure, reinstatement
      * and merger confirmations, and the condolence letter that
      * takes the place of a closure when someone dies. Every other
      * event is held back from a do-not-mail household.
       01 WS-EVENT-CHECK   PIC X(10) VALUE SPACES.
           88 WS-EVENT-LEGALLY-REQUIRED VALUE 'CLOSE     '
                                              'REINSTATE '
                                              'MERGE     '
                                              'CONDOLENCE'.
           88 WS-EVENT-CONDOLENCE       VALUE 'CONDOLENCE'.
       01 WS-SUPPRESSED-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-SUPPRESS-OUTCOME PIC X(20) VALUE SPACES.
       01 WS-HELD-COUNT       PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT HELD-LETTER-FILE
           OPEN EXTEND LETTER-LOG-FILE
           IF WS-FS-STATUS-LOG = '35'
               OPEN OUTPUT LETTER-LOG-FILE
           CLOSE LETTER-QUEUE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE PRINT-FILE
           CLOSE HELD-LETTER-FILE
           CLOSE LETTER-LOG-FILE

      * the queue empties once printed, so nothing letters twice;
      * only the held letters go back onto it
           IF WS-LETTER-COUNT > ZEROS OR WS-SKIPPED-COUNT > ZEROS
                   OR WS-SUPPRESSED-COUNT > ZEROS
               PERFORM 0700-REQUEUE-HELD-LETTERS
           END-IF

           DISPLAY 'Letters generated: ' WS-LETTER-COUNT
           DISPLAY 'Events skipped:    ' WS-SKIPPED-COUNT
           DISPLAY 'Events suppressed: ' WS-SUPPRESSED-COUNT
           DISPLAY 'Letters held:      ' WS-HELD-COUNT
           IF WS-SKIPPED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
                   PERFORM 0500-WRITE-LOG-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           MOVE LQ-EVENT TO WS-EVENT-CHECK
           IF MS-HEAD-IS-DECEASED AND NOT WS-EVENT-CONDOLENCE
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 'SUPPRESSED DECEASED' TO WS-SUPPRESS-OUTCOME
               PERFORM 0600-WRITE-LOG-SUPPRESSED
               EXIT PARAGRAPH
           END-IF
           IF MS-MAIL-OPTED-OUT AND NOT WS-EVENT-LEGALLY-REQUIRED
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 'SUPPRESSED DNM' TO WS-SUPPRESS-OUTCOME
               PERFORM 0600-WRITE-LOG-SUPPRESSED
               EXIT PARAGRAPH
           END-IF
           IF MS-ADDR-UNDELIVERABLE
               ADD 1 TO WS-HELD-COUNT
               WRITE HELD-LETTER-REC FROM LETTER-QUEUE-REC
               EXIT PARAGRAPH
           END-IF
           MOVE ALL '=' TO PRINT-LINE
           WRITE PRINT-LINE
           IF MS-HEAD-IS-DECEASED
               MOVE SPACES TO PRINT-LINE
               STRING 'THE FAMILY OF ' MS-NAME
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE MS-NAME TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE MS-STREET-ADDRESS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ',' TO LL-COMMA-5
           MOVE 'NOT ON MASTER' TO LL-OUTCOME
           WRITE LETTER-LOG-REC.

      * a do-not-mail household's non-mandatory event, or any event
      * but the condolence for a late head's household: nothing
      * prints, but the log still shows the event was seen and why
      * it went no further
       0600-WRITE-LOG-SUPPRESSED.
           MOVE LQ-EVENT TO LL-EVENT
           MOVE ',' TO LL-COMMA-1
           MOVE LQ-CUSTOMER TO LL-CUSTOMER
           MOVE ',' TO LL-COMMA-2
           MOVE LQ-DATE TO LL-QUEUED-DATE
           MOVE ',' TO LL-COMMA-3
           MOVE LQ-TIME TO LL-QUEUED-TIME
           MOVE ',' TO LL-COMMA-4
           MOVE WS-BUSINESS-DATE TO LL-PRINT-DATE
           MOVE ',' TO LL-COMMA-5
           MOVE WS-SUPPRESS-OUTCOME TO LL-OUTCOME
           WRITE LETTER-LOG-REC.

      * rebuilds the queue from the letters held this run, in their
      * original order and with their original stamps, so a held
      * letter still carries the date it was first queued
       0700-REQUEUE-HELD-LETTERS.
           OPEN OUTPUT LETTER-QUEUE-FILE
           OPEN INPUT HELD-LETTER-FILE
           IF WS-FS-STATUS-HELD = '00'
               PERFORM UNTIL WS-HELD-END = 'S'
                   READ HELD-LETTER-FILE
                       AT END
                           MOVE 'S' TO WS-HELD-END
                       NOT AT END
                           WRITE LETTER-QUEUE-REC FROM HELD-LETTER-REC
                   END-READ
               END-PERFORM
               CLOSE HELD-LETTER-FILE
           END-IF
           CLOSE LETTER-QUEUE-FILE.
