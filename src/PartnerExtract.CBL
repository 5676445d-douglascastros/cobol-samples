      *          retransmit queue is forced to a full resync this
      *          run. With no profile file on hand the original
      *          single-partner full extract still runs unchanged.
      *          A partner whose profile says it uses the data for
      *          marketing never receives a household that has asked
      *          not to be mailed or called: the customer master is
      *          consulted per register code, opted-out households
      *          are dropped from its extract, and a delta partner is
      *          sent a delete for a household that opted out today.
      *          No partner, marketing or not, is sent a household
      *          whose head has been recorded deceased with no
      *          successor; a delta partner is sent a delete for a
      *          household whose death was recorded today.
      *          A full extract no longer reads the register itself:
      *          it reads the partner slice REGISTER-FAN-OUT cuts in
      *          its single pass, with each household's deceased and
      *          opted-out screening already looked up, and is
      *          refused when that pass has not finished tonight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-EXTRACT.

      * one line per partner: id, FULL or DELTA, the day of month
      * that forces a full resync, Y/N per field (name, city, state,
      * country), the partner's extract and manifest file names, Y
      * when the partner uses the data for marketing, and the rate
      * per record PARTNER-USAGE-STATEMENT charges them at
           SELECT PROFILE-FILE ASSIGN TO 'src/partner-profiles.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROFILE.

      * contact preferences, read by register code for the marketing
      * partners only
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               'src/customer-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-CUSTOMER-NUMBER
           FILE STATUS IS WS-FS-STATUS-CUST.

      * adds, changes and deletes between register generations, with
      * an action per code, written by REGISTER-COMPARE
           SELECT DELTA-CODES-FILE ASSIGN TO
           FILE STATUS IS WS-FS-STATUS-MANIFEST.

      * one line per transmission sent, its status moved along by
      * PARTNER-ACK-RECONCILE (SENT, ACKED, SUPERSEDED), with the mode
      * actually sent, Y when it was a re-extract off the retransmit
      * queue, and the accepted and rejected counts the partner's
      * acknowledgment reconciled to
           SELECT TRANSMISSION-LOG-FILE ASSIGN TO
               'src/partner-transmission-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * the register image plus its household screening, one line
      * per register in code order, and the control record that
      * proves tonight's fan-out pass finished
           SELECT PARTNER-SLICE-FILE ASSIGN TO
               'src/register-partner-slice.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SLICE.
           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.

      * shared run-statistics history, one appended record per run
           SELECT RUN-STATS-FILE ASSIGN TO 'src/run-statistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       FD FANOUT-CONTROL-FILE.
       COPY 'src/DATA-REGISTER-FANOUT.CPY'.

      * Y/N screening is blank throughout when the fan-out could not
      * read the customer master; the control record says which
       FD PARTNER-SLICE-FILE.
       01 PARTNER-SLICE-REC.
           05 PS-REGISTER-IMAGE PIC X(100).
           05 PS-COMMA          PIC X(01).
           05 PS-HEAD-DECEASED  PIC X(01).
           05 PS-OPTED-OUT      PIC X(01).

       FD FILE-DATA-OUT.
       01 REGISTER-OUT.
           05 FS-CODE-OUT      PIC 9(06).
           05 PP-EXTRACT-NAME  PIC X(30).
           05 PP-COMMA-5       PIC X(01).
           05 PP-MANIFEST-NAME PIC X(30).
           05 PP-COMMA-6       PIC X(01).
           05 PP-MARKETING-USE PIC X(01).
               88 PP-MARKETING-PARTNER VALUE 'Y'.
           05 PP-COMMA-7       PIC X(01).
           05 PP-RECORD-RATE   PIC 9(01)V9(04).

       FD CUSTOMER-MASTER-FILE.
       COPY 'src/DATA-CUSTOMER.CPY' REPLACING
           ==WS-CUSTOMER-NUMBER== BY ==MS-CUSTOMER-NUMBER==
           ==WS-CUSTOMER==         BY ==CUSTOMER-MASTER-REC==
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

       FD DELTA-CODES-FILE.
       01 DELTA-CODE-REC.
           05 TL-CONTROL-TOTAL PIC 9(12).
           05 TL-COMMA-5       PIC X(01).
           05 TL-STATUS        PIC X(10).
           05 TL-COMMA-6       PIC X(01).
           05 TL-MODE          PIC X(05).
           05 TL-COMMA-7       PIC X(01).
           05 TL-RETRANSMIT    PIC X(01).
           05 TL-COMMA-8       PIC X(01).
           05 TL-ACCEPTED      PIC 9(07).
           05 TL-COMMA-9       PIC X(01).
           05 TL-REJECTED      PIC 9(07).

       FD RETRANSMIT-QUEUE-FILE.
       01 RETRANSMIT-QUEUE-REC.
       01 WS-FS-STATUS-TLOG     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RETQ     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC       PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-CUST     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SLICE    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-FCTL     PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-STATS    PIC X(02) VALUE '00'.
       01 WS-PROFILE-END  PIC X(01) VALUE 'N'.
       01 WS-REGISTER-END PIC X(01) VALUE 'N'.
       01 WS-DELTA-END    PIC X(01) VALUE 'N'.
       01 WS-RETQ-IDX    PIC 9(02) VALUE ZEROS.
       01 WS-FORCED-FULL PIC X(01) VALUE 'N'.

      * contact-preference screening for marketing partners, and
      * deceased screening for every partner: whether the master
      * could be opened, the verdict on the current register code,
      * and how many households were held back for each reason
       01 WS-MASTER-OPEN    PIC X(01) VALUE 'N'.
       01 WS-MASTER-END     PIC X(01) VALUE 'N'.
       01 WS-HOUSEHOLD-WITHHELD PIC X(01) VALUE 'N'.
       01 WS-OPTED-OUT-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-DECEASED-COUNT  PIC 9(07) VALUE ZEROS.

      * the fan-out's verdict for tonight: whether its pass finished
      * for this business date, and whether it screened the slice
      * against the customer master; a full extract screens the
      * households itself when the slice went out unscreened
       01 WS-FANOUT-CURRENT  PIC X(01) VALUE 'N'.
       01 WS-SLICE-SCREENED  PIC X(01) VALUE 'N'.
       01 WS-SLICE-OPEN      PIC X(01) VALUE 'N'.

      * the run's totals across every partner, for the run statistics
       01 WS-SLICE-READ      PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-SENT      PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-WITHHELD  PIC 9(07) VALUE ZEROS.
       01 WS-STATS-START-TIME.
           05 WS-STATS-START-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-END-TIME.
           05 WS-STATS-END-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-START-SECS PIC 9(07) VALUE ZEROS.
       01 WS-STATS-END-SECS   PIC 9(07) VALUE ZEROS.
       01 WS-STATS-ELAPSED    PIC 9(07) VALUE ZEROS.

      * ledger entry handed to the shared LEDGER-WRITER subprogram;
      * each partner posts its own SENT counter so BALANCE-REPORT
      * can cross-foot per partner

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-CHECK-FANOUT
           PERFORM 0050-CONSUME-RETRANSMIT-QUEUE

           OPEN INPUT FILE-DATA-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FS-STATUS-CUST = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF

           OPEN INPUT PROFILE-FILE
           IF WS-FS-STATUS-PROFILE NOT = '00'
           END-IF

           CLOSE FILE-DATA-OUT
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM 0950-WRITE-RUN-STATS
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
           DISPLAY 'RUN CONTROL: DATE=' WS-BUSINESS-DATE
               ' ENVIRONMENT=' WS-ENVIRONMENT-CODE.

      * a full extract trusts the partner slice only when
      * REGISTER-FAN-OUT's control record says tonight's pass over the
      * register finished
       0060-CHECK-FANOUT.
           MOVE 'N' TO WS-FANOUT-CURRENT
           OPEN INPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FANOUT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-FANOUT-CURRENT
                       MOVE FC-MASTER-SCREENED TO WS-SLICE-SCREENED
                   END-IF
           END-READ
           CLOSE FANOUT-CONTROL-FILE.

      * partners queued by PARTNER-ACK-RECONCILE come off the queue
      * here, so the re-extract covers exactly one run
       0050-CONSUME-RETRANSMIT-QUEUE.
           MOVE 'Y' TO PP-SEND-COUNTRY
           MOVE 'partner-extract.txt' TO PP-EXTRACT-NAME
           MOVE 'partner-manifest.txt' TO PP-MANIFEST-NAME
           MOVE 'N' TO PP-MARKETING-USE
           MOVE ZEROS TO PP-RECORD-RATE
           PERFORM 0100-EXTRACT-ONE-PARTNER.

      * one partner's transmission: delta mode falls back to full on
      * the profile's resync day, when the partner is on the
      * retransmit queue, or when no delta-codes file exists tonight
       0100-EXTRACT-ONE-PARTNER.
           IF PP-MARKETING-PARTNER AND WS-MASTER-OPEN = 'N'
               DISPLAY 'PARTNER ' PP-PARTNER-ID ' USES THE DATA FOR '
                   'MARKETING BUT THE CUSTOMER MASTER IS NOT '
                   'AVAILABLE, STATUS: ' WS-FS-STATUS-CUST
               DISPLAY 'NOTHING SENT -- OPT-OUTS CANNOT BE HONORED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-OPTED-OUT-COUNT
           MOVE ZEROS TO WS-DECEASED-COUNT
           MOVE PP-MODE TO WS-THIS-MODE
           MOVE SPACES TO WS-MODE-NOTE
           PERFORM 0110-JUDGE-FORCED-FULL
                   CLOSE DELTA-CODES-FILE
               END-IF
           END-IF
           IF WS-THIS-MODE = 'FULL '
               PERFORM 0120-OPEN-PARTNER-SLICE
               IF WS-SLICE-OPEN = 'N'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING 'src/' PP-EXTRACT-NAME
               DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           IF WS-FS-STATUS-EXTRACT NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT FOR ' PP-PARTNER-ID
                   ', STATUS: ' WS-FS-STATUS-EXTRACT
               IF WS-SLICE-OPEN = 'Y'
                   CLOSE PARTNER-SLICE-FILE
                   MOVE 'N' TO WS-SLICE-OPEN
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0400-WRITE-MANIFEST
           PERFORM 0500-LOG-TRANSMISSION
           PERFORM 0600-POST-LEDGER
           ADD WS-RECORD-COUNT TO WS-TOTAL-SENT
           ADD WS-OPTED-OUT-COUNT WS-DECEASED-COUNT
               TO WS-TOTAL-WITHHELD
           DISPLAY 'PARTNER ' PP-PARTNER-ID ' ' WS-THIS-MODE
               ' RECORDS=' WS-RECORD-COUNT ' ' WS-MODE-NOTE
           IF PP-MARKETING-PARTNER
               DISPLAY 'PARTNER ' PP-PARTNER-ID
                   ' OPTED-OUT HOUSEHOLDS WITHHELD=' WS-OPTED-OUT-COUNT
           END-IF
           IF WS-DECEASED-COUNT > ZEROS
               DISPLAY 'PARTNER ' PP-PARTNER-ID
                   ' DECEASED HOUSEHOLDS WITHHELD=' WS-DECEASED-COUNT
           END-IF.

       0110-JUDGE-FORCED-FULL.
           MOVE 'N' TO WS-FORCED-FULL
               MOVE 'RE-EXTRACT - FULL RESYNC' TO WS-MODE-NOTE
           END-IF.

      * a full extract is cut only from a partner slice tonight's
      * fan-out pass finished; anything older would send the partner
      * a stale register, so that partner is refused instead
       0120-OPEN-PARTNER-SLICE.
           MOVE 'N' TO WS-SLICE-OPEN
           IF WS-FANOUT-CURRENT = 'N'
               DISPLAY 'PARTNER ' PP-PARTNER-ID ' NOT SENT -- '
                   'REGISTER FAN-OUT HAS NOT COMPLETED FOR '
                   WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARTNER-SLICE-FILE
           IF WS-FS-STATUS-SLICE NOT = '00'
               DISPLAY 'PARTNER ' PP-PARTNER-ID ' NOT SENT -- '
                   'PARTNER SLICE NOT AVAILABLE, STATUS: '
                   WS-FS-STATUS-SLICE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SLICE-OPEN.

      * the whole register in the original fixed layout, unselected
      * fields left blank, read from the fan-out's partner slice
       0200-WRITE-FULL-EXTRACT.
           MOVE 'N' TO WS-REGISTER-END
           PERFORM UNTIL WS-REGISTER-END = 'S'
               READ PARTNER-SLICE-FILE
                   AT END
                       MOVE 'S' TO WS-REGISTER-END
                   NOT AT END
                       ADD 1 TO WS-SLICE-READ
                       MOVE PS-REGISTER-IMAGE TO REGISTER-OUT
                       PERFORM 0210-CHECK-SLICE-WITHHELD
                       IF WS-HOUSEHOLD-WITHHELD = 'N'
                           PERFORM 0250-BUILD-EXTRACT-FIELDS
                           WRITE PARTNER-EXTRACT-REC
                           ADD 1 TO WS-RECORD-COUNT
                           ADD FS-CODE-OUT TO WS-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-SLICE-FILE
           MOVE 'N' TO WS-SLICE-OPEN.

      * the slice's own screening gives the same verdict 0700 reaches
      * by reading the master, without the read; an unscreened slice
      * falls back to 0700
       0210-CHECK-SLICE-WITHHELD.
           IF WS-SLICE-SCREENED NOT = 'Y'
               PERFORM 0700-CHECK-WITHHELD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOUSEHOLD-WITHHELD
           IF PS-HEAD-DECEASED = 'Y'
               MOVE 'Y' TO WS-HOUSEHOLD-WITHHELD
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PP-MARKETING-PARTNER AND PS-OPTED-OUT = 'Y'
               MOVE 'Y' TO WS-HOUSEHOLD-WITHHELD
               ADD 1 TO WS-OPTED-OUT-COUNT
           END-IF.

       0250-BUILD-EXTRACT-FIELDS.
           MOVE FS-CODE-OUT TO PX-CODE
                       PERFORM 0350-WRITE-ONE-DELTA
               END-READ
           END-PERFORM
           CLOSE DELTA-CODES-FILE
           IF WS-MASTER-OPEN = 'Y'
               PERFORM 0370-SEND-NEW-WITHDRAWALS
           END-IF.

       0350-WRITE-ONE-DELTA.
           IF DC-ACTION = 'D'
                   DISPLAY 'DELTA CODE ' DC-CODE
                       ' NOT ON THE REGISTER -- SKIPPED'
               NOT INVALID KEY
                   PERFORM 0700-CHECK-WITHHELD
                   IF WS-HOUSEHOLD-WITHHELD = 'N'
                       MOVE DC-ACTION TO PD-ACTION
                       PERFORM 0260-BUILD-DELTA-FIELDS
                       WRITE PARTNER-DELTA-REC
                       ADD 1 TO WS-RECORD-COUNT
                       ADD FS-CODE-OUT TO WS-CONTROL-TOTAL
                   END-IF
           END-READ.

      * a delta partner already holds every household it was ever
      * sent, and neither a death nor an opt-out moves the register,
      * so the households withdrawn this business day are sent as
      * deletes -- a head recorded deceased to every delta partner,
      * a preference changed to opted-out to the marketing ones --
      * and the partner's copy stops carrying them that night, not
      * at the next resync
       0370-SEND-NEW-WITHDRAWALS.
           MOVE 'N' TO WS-MASTER-END
           MOVE ZEROS TO MS-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE KEY NOT < MS-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-MASTER-END
           END-START
           PERFORM UNTIL WS-MASTER-END = 'S'
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MASTER-END
                   NOT AT END
                       IF MS-HEAD-IS-DECEASED
                               AND MS-LAST-UPDATE-DATE =
                                   WS-BUSINESS-DATE
                           PERFORM 0380-SEND-WITHDRAWN-DELETE
                       ELSE
                           IF PP-MARKETING-PARTNER
                                   AND MS-PREF-CHANGE-DATE =
                                       WS-BUSINESS-DATE
                                   AND (MS-MAIL-OPTED-OUT
                                   OR MS-CALL-OPTED-OUT)
                               PERFORM 0380-SEND-WITHDRAWN-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * only a household the register still carries was ever sent,
      * so only that one needs the delete
       0380-SEND-WITHDRAWN-DELETE.
           MOVE MS-CUSTOMER-NUMBER TO FS-CODE-OUT
           READ FILE-DATA-OUT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO PARTNER-DELTA-REC
           MOVE 'D' TO PD-ACTION
           MOVE FS-CODE-OUT TO PD-CODE
           WRITE PARTNER-DELTA-REC
           ADD 1 TO WS-RECORD-COUNT
           ADD FS-CODE-OUT TO WS-CONTROL-TOTAL.

      * the delta twin of 0250: the same field selection, laid down
      * one byte right of the action code
       0260-BUILD-DELTA-FIELDS.
           MOVE WS-CONTROL-TOTAL TO TL-CONTROL-TOTAL
           MOVE ',' TO TL-COMMA-5
           MOVE 'SENT' TO TL-STATUS
           MOVE ',' TO TL-COMMA-6
           MOVE WS-THIS-MODE TO TL-MODE
           MOVE ',' TO TL-COMMA-7
           MOVE WS-FORCED-FULL TO TL-RETRANSMIT
           MOVE ',' TO TL-COMMA-8
           MOVE ZEROS TO TL-ACCEPTED
           MOVE ',' TO TL-COMMA-9
           MOVE ZEROS TO TL-REJECTED
           WRITE TRANSMISSION-LOG-REC
           CLOSE TRANSMISSION-LOG-FILE.

               DELIMITED BY SIZE INTO LG-STEP-NAME
           MOVE 'SENT' TO LG-COUNTER-NAME
           MOVE WS-RECORD-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           IF PP-MARKETING-PARTNER
               MOVE 'OPTED-OUT' TO LG-COUNTER-NAME
               MOVE WS-OPTED-OUT-COUNT TO LG-COUNTER-VALUE
               CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           END-IF
           MOVE 'DECEASED' TO LG-COUNTER-NAME
           MOVE WS-DECEASED-COUNT TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.

      * the register code is the household's customer number; a
      * household whose head is recorded deceased is withheld from
      * every partner, and for a marketing partner a household on
      * the master that has asked not to be mailed or not to be
      * called is withheld too. A code with no household behind it
      * carries no preference and goes out.
       0700-CHECK-WITHHELD.
           MOVE 'N' TO WS-HOUSEHOLD-WITHHELD
           IF WS-MASTER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FS-CODE-OUT TO MS-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MS-HEAD-IS-DECEASED
               MOVE 'Y' TO WS-HOUSEHOLD-WITHHELD
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PP-MARKETING-PARTNER
                   AND (MS-MAIL-OPTED-OUT OR MS-CALL-OPTED-OUT)
               MOVE 'Y' TO WS-HOUSEHOLD-WITHHELD
               ADD 1 TO WS-OPTED-OUT-COUNT
           END-IF.

      * appends this run's statistics record: partner slice records
      * read across every full extract, records sent to all
      * partners, households withheld, and the partners extracted
       0950-WRITE-RUN-STATS.
           ACCEPT WS-STATS-END-TIME FROM TIME
           COMPUTE WS-STATS-START-SECS =
               WS-STATS-START-HH * 3600 +
               WS-STATS-START-MM * 60 + WS-STATS-START-SS
           COMPUTE WS-STATS-END-SECS =
               WS-STATS-END-HH * 3600 +
               WS-STATS-END-MM * 60 + WS-STATS-END-SS
           IF WS-STATS-END-SECS < WS-STATS-START-SECS
               ADD 86400 TO WS-STATS-END-SECS
           END-IF
           SUBTRACT WS-STATS-START-SECS FROM WS-STATS-END-SECS
               GIVING WS-STATS-ELAPSED
           OPEN EXTEND RUN-STATS-FILE
           IF WS-FS-STATUS-STATS = '35'
               OPEN OUTPUT RUN-STATS-FILE
           END-IF
           IF WS-FS-STATUS-STATS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-STATS-FILE, STATUS: '
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE 'PARTNER-EXTRACT' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-SLICE-READ TO RS-RECORDS-READ
               MOVE WS-TOTAL-SENT TO RS-RECORDS-WRITTEN
               MOVE WS-TOTAL-WITHHELD TO RS-EXCEPTION-COUNT
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE WS-PARTNER-COUNT TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
