      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end usage statement per downstream partner for
      *          the monthly chargeback, in place of totalling the
      *          partner transmission log by hand. Every transmission
      *          PARTNER-EXTRACT logged in the statement month is
      *          listed with its file name, business date, full or
      *          delta, and the records sent, accepted and rejected
      *          as PARTNER-ACK-RECONCILE reconciled them; re-extracts
      *          off the retransmit queue are listed in a section of
      *          their own. A partner is billed for the records it
      *          accepted, originals and re-extracts alike, at the
      *          per-record rate on its partner profile -- a
      *          superseded transmission was never accepted and bills
      *          nothing, and one still awaiting its acknowledgment
      *          is listed unbilled and sets RC 4 so finance knows to
      *          rerun once it is in. A summary page lists every
      *          partner, and each partner's statement totals post to
      *          the control ledger. The month is the business date's
      *          month unless the optional parm file names another,
      *          which is how a past month is rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-USAGE-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISSION-LOG-FILE ASSIGN TO
               'src/partner-transmission-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TLOG.

           SELECT PROFILE-FILE ASSIGN TO 'src/partner-profiles.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PROFILE.

      * optional: the statement month (YYYYMM) to bill when it is not
      * the month of the business date
           SELECT STATEMENT-PARM-FILE ASSIGN TO
               'src/usage-statement-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

           SELECT SORT-WORK-FILE ASSIGN TO
               'src/usage-statement-sort.tmp'.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO
               'src/partner-usage-statement.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD TRANSMISSION-LOG-FILE.
       01 TRANSMISSION-LOG-REC.
           05 TL-PARTNER-ID    PIC X(08).
           05 TL-COMMA-1       PIC X(01).
           05 TL-FILE-NAME     PIC X(30).
           05 TL-COMMA-2       PIC X(01).
           05 TL-BUSINESS-DATE PIC 9(08).
           05 TL-COMMA-3       PIC X(01).
           05 TL-RECORD-COUNT  PIC 9(07).
           05 TL-COMMA-4       PIC X(01).
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

       FD PROFILE-FILE.
       01 PROFILE-REC.
           05 PP-PARTNER-ID    PIC X(08).
           05 PP-COMMA-1       PIC X(01).
           05 PP-MODE          PIC X(05).
           05 PP-COMMA-2       PIC X(01).
           05 PP-RESYNC-DAY    PIC 9(02).
           05 PP-COMMA-3       PIC X(01).
           05 PP-SEND-NAME     PIC X(01).
           05 PP-SEND-CITY     PIC X(01).
           05 PP-SEND-STATE    PIC X(01).
           05 PP-SEND-COUNTRY  PIC X(01).
           05 PP-COMMA-4       PIC X(01).
           05 PP-EXTRACT-NAME  PIC X(30).
           05 PP-COMMA-5       PIC X(01).
           05 PP-MANIFEST-NAME PIC X(30).
           05 PP-COMMA-6       PIC X(01).
           05 PP-MARKETING-USE PIC X(01).
           05 PP-COMMA-7       PIC X(01).
           05 PP-RECORD-RATE   PIC 9(01)V9(04).

       FD STATEMENT-PARM-FILE.
       01 STATEMENT-PARM-REC.
           05 SP-STATEMENT-MONTH PIC 9(06).

      * originals sort ahead of re-extracts within each partner
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-PARTNER-ID    PIC X(08).
           05 SW-RETRANSMIT    PIC X(01).
           05 SW-BUSINESS-DATE PIC 9(08).
           05 SW-FILE-NAME     PIC X(30).
           05 SW-MODE          PIC X(05).
           05 SW-STATUS        PIC X(10).
           05 SW-SENT          PIC 9(07).
           05 SW-ACCEPTED      PIC 9(07).
           05 SW-REJECTED      PIC 9(07).

       FD STATEMENT-REPORT-FILE.
       01 STATEMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * ledger entries handed to the shared LEDGER-WRITER subprogram
       COPY 'src/DATA-CONTROL-LEDGER.CPY'.

       01 WS-FS-STATUS-TLOG    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PROFILE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC      PIC X(02) VALUE '00'.
       01 WS-PROFILE-END       PIC X(01) VALUE 'N'.
       01 WS-LOAD-END          PIC X(01) VALUE 'N'.
       01 WS-SORT-END          PIC X(01) VALUE 'N'.
       01 WS-FIRST-RECORD      PIC X(01) VALUE 'Y'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

       01 WS-STATEMENT-MONTH  PIC 9(06) VALUE ZEROS.
       01 WS-STATEMENT-MONTH-R REDEFINES WS-STATEMENT-MONTH.
           05 WS-SM-YEAR      PIC 9(04).
           05 WS-SM-MONTH     PIC 9(02).
       01 WS-LOG-MONTH        PIC 9(06) VALUE ZEROS.
       01 WS-PARM-YEAR        PIC 9(04) VALUE ZEROS.
       01 WS-PARM-MONTH       PIC 9(02) VALUE ZEROS.
       01 WS-AWAITING-ACK     PIC X(01) VALUE 'N'.

      * one entry per partner: every profiled partner first, in
      * profile order, then any partner on the log with no profile
      * (billed at nothing and marked on the summary)
       01 WS-PARTNER-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-PARTNER-TABLE.
           05 WS-PARTNER-ENTRY OCCURS 20 TIMES.
               10 WS-PT-ID          PIC X(08).
               10 WS-PT-PROFILED    PIC X(01).
               10 WS-PT-RATE        PIC 9(01)V9(04).
               10 WS-PT-ORIGINALS   PIC 9(05).
               10 WS-PT-RETRANSMITS PIC 9(05).
               10 WS-PT-SENT        PIC 9(09).
               10 WS-PT-ACCEPTED    PIC 9(09).
               10 WS-PT-REJECTED    PIC 9(09).
               10 WS-PT-AWAITING    PIC 9(05).
               10 WS-PT-AMOUNT      PIC 9(07)V99.
       01 WS-PARTNER-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-PARTNER-FOUND PIC 9(02) VALUE ZEROS.
       01 WS-CUR           PIC 9(02) VALUE ZEROS.
       01 WS-TABLE-FULL-COUNT PIC 9(05) VALUE ZEROS.

      * the section of the current partner's statement being listed:
      * N for originals, Y for re-extracts, space before the first
       01 WS-BREAK-PARTNER     PIC X(08) VALUE SPACES.
       01 WS-BREAK-SECTION     PIC X(01) VALUE SPACE.
       01 WS-SECTION-COUNT     PIC 9(05) VALUE ZEROS.
       01 WS-SECTION-SENT      PIC 9(09) VALUE ZEROS.
       01 WS-SECTION-ACCEPTED  PIC 9(09) VALUE ZEROS.
       01 WS-SECTION-REJECTED  PIC 9(09) VALUE ZEROS.

       01 WS-STATEMENT-COUNT   PIC 9(03) VALUE ZEROS.
       01 WS-AWAITING-COUNT    PIC 9(05) VALUE ZEROS.
       01 WS-GRAND-ORIGINALS   PIC 9(07) VALUE ZEROS.
       01 WS-GRAND-RETRANSMITS PIC 9(07) VALUE ZEROS.
       01 WS-GRAND-SENT        PIC 9(09) VALUE ZEROS.
       01 WS-GRAND-ACCEPTED    PIC 9(09) VALUE ZEROS.
       01 WS-GRAND-REJECTED    PIC 9(09) VALUE ZEROS.
       01 WS-GRAND-AMOUNT      PIC 9(09)V99 VALUE ZEROS.
       01 WS-AMOUNT-CENTS      PIC 9(09) VALUE ZEROS.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(27) VALUE 'PARTNER USAGE STATEMENT -- '.
           05 WT-PARTNER-ID PIC X(08).
           05 FILLER PIC X(09) VALUE '   MONTH '.
           05 WT-YEAR       PIC 9(04).
           05 FILLER PIC X(01) VALUE '-'.
           05 WT-MONTH      PIC 9(02).
           05 FILLER PIC X(19) VALUE '   RATE PER RECORD '.
           05 WT-RATE       PIC 9.9999.
           05 WT-NO-PROFILE PIC X(30).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(31) VALUE 'FILE NAME'.
           05 FILLER PIC X(10) VALUE 'BUS DATE'.
           05 FILLER PIC X(06) VALUE 'MODE'.
           05 FILLER PIC X(11) VALUE 'STATUS'.
           05 FILLER PIC X(11) VALUE '       SENT'.
           05 FILLER PIC X(11) VALUE '   ACCEPTED'.
           05 FILLER PIC X(11) VALUE '   REJECTED'.

       01 WS-SECTION-LINE.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 WS-SL-TEXT PIC X(40).

       01 WS-DETAIL-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WD-FILE-NAME PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-DATE      PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-MODE      PIC X(05).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WD-STATUS    PIC X(10).
           05 WD-SENT      PIC ZZZ,ZZZ,ZZ9.
           05 WD-ACCEPTED  PIC ZZZ,ZZZ,ZZ9.
           05 WD-REJECTED  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WD-NOTE      PIC X(25).

       01 WS-SECTION-TOTAL-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WST-LABEL    PIC X(20).
           05 WST-COUNT    PIC ZZZZ9.
           05 FILLER       PIC X(14) VALUE ' TRANSMISSIONS'.
           05 FILLER       PIC X(18) VALUE SPACES.
           05 WST-SENT     PIC ZZZ,ZZZ,ZZ9.
           05 WST-ACCEPTED PIC ZZZ,ZZZ,ZZ9.
           05 WST-REJECTED PIC ZZZ,ZZZ,ZZ9.

       01 WS-BILLING-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 FILLER      PIC X(18) VALUE 'BILLABLE RECORDS: '.
           05 WB-BILLABLE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(04) VALUE ' AT '.
           05 WB-RATE     PIC 9.9999.
           05 FILLER      PIC X(14) VALUE '   AMOUNT DUE '.
           05 WB-AMOUNT   PIC Z,ZZZ,ZZ9.99.

       01 WS-SUMMARY-TITLE-LINE.
           05 FILLER PIC X(31) VALUE
               'PARTNER USAGE SUMMARY -- MONTH '.
           05 WS-STL-YEAR  PIC 9(04).
           05 FILLER PIC X(01) VALUE '-'.
           05 WS-STL-MONTH PIC 9(02).

       01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'PARTNER'.
           05 FILLER PIC X(08) VALUE '   ORIG.'.
           05 FILLER PIC X(08) VALUE ' RE-EXT.'.
           05 FILLER PIC X(12) VALUE '        SENT'.
           05 FILLER PIC X(12) VALUE '    ACCEPTED'.
           05 FILLER PIC X(12) VALUE '    REJECTED'.
           05 FILLER PIC X(12) VALUE '    BILLABLE'.
           05 FILLER PIC X(08) VALUE '    RATE'.
           05 FILLER PIC X(14) VALUE '        AMOUNT'.
           05 FILLER PIC X(10) VALUE '  AWAITING'.

       01 WS-SUMMARY-LINE.
           05 WSU-PARTNER-ID  PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WSU-ORIGINALS   PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-RETRANSMITS PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-SENT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-ACCEPTED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-REJECTED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-BILLABLE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WSU-RATE        PIC 9.9999 BLANK WHEN ZERO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WSU-AWAITING    PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WSU-NOTE        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-LOAD-PARM
           PERFORM 0100-LOAD-PROFILES
           OPEN INPUT TRANSMISSION-LOG-FILE
           IF WS-FS-STATUS-TLOG NOT = '00'
               DISPLAY 'NO TRANSMISSION LOG ON FILE, STATUS: '
                   WS-FS-STATUS-TLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRANSMISSION-LOG-FILE
           OPEN OUTPUT STATEMENT-REPORT-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PARTNER-ID SW-RETRANSMIT
                   SW-BUSINESS-DATE SW-FILE-NAME
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-PRINT-STATEMENTS
           PERFORM 3000-PRINT-SUMMARY
           CLOSE STATEMENT-REPORT-FILE
           PERFORM 4000-POST-LEDGER
           DISPLAY 'Statement month:          ' WS-SM-YEAR '-'
               WS-SM-MONTH
           DISPLAY 'Partner statements:       ' WS-STATEMENT-COUNT
           DISPLAY 'Awaiting acknowledgment:  ' WS-AWAITING-COUNT
           IF WS-TABLE-FULL-COUNT > ZEROS
               DISPLAY 'Transmissions not billed, partner table full: '
                   WS-TABLE-FULL-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AWAITING-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * a missing parm file, or a month that is not a real YYYYMM,
      * leaves the business date's month in force
       0060-LOAD-PARM.
           COMPUTE WS-STATEMENT-MONTH = WS-BUSINESS-DATE / 100
           OPEN INPUT STATEMENT-PARM-FILE
           IF WS-FS-STATUS-PARM NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ STATEMENT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-STATEMENT-MONTH IS NUMERIC
                       MOVE SP-STATEMENT-MONTH TO WS-LOG-MONTH
                       PERFORM 0070-ACCEPT-PARM-MONTH
                   END-IF
           END-READ
           CLOSE STATEMENT-PARM-FILE.

       0070-ACCEPT-PARM-MONTH.
           DIVIDE WS-LOG-MONTH BY 100 GIVING WS-PARM-YEAR
               REMAINDER WS-PARM-MONTH
           IF WS-PARM-MONTH >= 1 AND WS-PARM-MONTH <= 12
               MOVE WS-LOG-MONTH TO WS-STATEMENT-MONTH
           ELSE
               DISPLAY 'STATEMENT MONTH ' WS-LOG-MONTH
                   ' IS NOT A VALID YYYYMM -- BUSINESS MONTH USED'
           END-IF.

      * every profiled partner gets a line on the summary, whether or
      * not anything went to them this month; a rate that is missing
      * or not numeric bills at nothing
       0100-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-FS-STATUS-PROFILE NOT = '00'
               DISPLAY 'NO PARTNER PROFILES ON FILE, STATUS: '
                   WS-FS-STATUS-PROFILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROFILE-END = 'S'
               READ PROFILE-FILE
                   AT END
                       MOVE 'S' TO WS-PROFILE-END
                   NOT AT END
                       IF PP-PARTNER-ID NOT = SPACES
                               AND WS-PARTNER-COUNT < 20
                           ADD 1 TO WS-PARTNER-COUNT
                           MOVE WS-PARTNER-COUNT TO WS-CUR
                           PERFORM 0150-CLEAR-PARTNER
                           MOVE PP-PARTNER-ID TO WS-PT-ID (WS-CUR)
                           MOVE 'Y' TO WS-PT-PROFILED (WS-CUR)
                           IF PP-RECORD-RATE IS NUMERIC
                               MOVE PP-RECORD-RATE TO
                                   WS-PT-RATE (WS-CUR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       0150-CLEAR-PARTNER.
           MOVE SPACES TO WS-PT-ID (WS-CUR)
           MOVE 'N' TO WS-PT-PROFILED (WS-CUR)
           MOVE ZEROS TO WS-PT-RATE (WS-CUR)
           MOVE ZEROS TO WS-PT-ORIGINALS (WS-CUR)
           MOVE ZEROS TO WS-PT-RETRANSMITS (WS-CUR)
           MOVE ZEROS TO WS-PT-SENT (WS-CUR)
           MOVE ZEROS TO WS-PT-ACCEPTED (WS-CUR)
           MOVE ZEROS TO WS-PT-REJECTED (WS-CUR)
           MOVE ZEROS TO WS-PT-AWAITING (WS-CUR)
           MOVE ZEROS TO WS-PT-AMOUNT (WS-CUR).

      * feeds the statement month's transmissions into the sort; a
      * line logged before the log carried the mode, re-extract flag
      * and acknowledged counts sorts as an original
       1000-LOAD-SORT-FILE.
           OPEN INPUT TRANSMISSION-LOG-FILE
           PERFORM UNTIL WS-LOAD-END = 'S'
               READ TRANSMISSION-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOAD-END
                   NOT AT END
                       COMPUTE WS-LOG-MONTH = TL-BUSINESS-DATE / 100
                       IF WS-LOG-MONTH = WS-STATEMENT-MONTH
                           PERFORM 1100-RELEASE-TRANSMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMISSION-LOG-FILE.

       1100-RELEASE-TRANSMISSION.
           MOVE TL-PARTNER-ID TO SW-PARTNER-ID
           MOVE 'N' TO SW-RETRANSMIT
           IF TL-RETRANSMIT = 'Y'
               MOVE 'Y' TO SW-RETRANSMIT
           END-IF
           MOVE TL-BUSINESS-DATE TO SW-BUSINESS-DATE
           MOVE TL-FILE-NAME TO SW-FILE-NAME
           MOVE TL-MODE TO SW-MODE
           MOVE TL-STATUS TO SW-STATUS
           MOVE TL-RECORD-COUNT TO SW-SENT
           MOVE ZEROS TO SW-ACCEPTED
           MOVE ZEROS TO SW-REJECTED
           IF TL-ACCEPTED IS NUMERIC
               MOVE TL-ACCEPTED TO SW-ACCEPTED
           END-IF
           IF TL-REJECTED IS NUMERIC
               MOVE TL-REJECTED TO SW-REJECTED
           END-IF
           RELEASE SORT-WORK-REC.

       2000-PRINT-STATEMENTS.
           PERFORM UNTIL WS-SORT-END = 'S'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'S' TO WS-SORT-END
                   NOT AT END
                       PERFORM 2100-CHECK-BREAKS
                       PERFORM 2200-PRINT-TRANSMISSION
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 2400-CLOSE-SECTION
               PERFORM 2500-CLOSE-STATEMENT
           END-IF.

      * a partner change closes the statement just listed and opens
      * the next; within a partner the move from originals to
      * re-extracts closes one section and opens the other
       2100-CHECK-BREAKS.
           IF WS-FIRST-RECORD = 'N'
                   AND SW-PARTNER-ID NOT = WS-BREAK-PARTNER
               PERFORM 2400-CLOSE-SECTION
               PERFORM 2500-CLOSE-STATEMENT
           END-IF
           IF WS-FIRST-RECORD = 'Y'
                   OR SW-PARTNER-ID NOT = WS-BREAK-PARTNER
               PERFORM 2300-OPEN-STATEMENT
           END-IF
           IF SW-RETRANSMIT NOT = WS-BREAK-SECTION
               IF WS-BREAK-SECTION = 'N'
                   PERFORM 2400-CLOSE-SECTION
               END-IF
               IF WS-BREAK-SECTION = SPACE AND SW-RETRANSMIT = 'Y'
                   MOVE 'ORIGINAL TRANSMISSIONS: NONE' TO WS-SL-TEXT
                   WRITE STATEMENT-REPORT-LINE FROM WS-SECTION-LINE
               END-IF
               MOVE SW-RETRANSMIT TO WS-BREAK-SECTION
               IF SW-RETRANSMIT = 'Y'
                   MOVE 'RE-EXTRACTS (RETRANSMITTED)' TO WS-SL-TEXT
               ELSE
                   MOVE 'ORIGINAL TRANSMISSIONS' TO WS-SL-TEXT
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD.

      * only what the partner accepted is billed: a superseded
      * transmission bills nothing, and one still awaiting its
      * acknowledgment is listed unbilled. A transmission acknowledged
      * before the log kept the counts shows none; the reconciliation
      * held its accepted plus rejected to what was sent, so it is
      * billed as sent
       2200-PRINT-TRANSMISSION.
           MOVE SW-FILE-NAME TO WD-FILE-NAME
           MOVE SW-BUSINESS-DATE TO WD-DATE
           MOVE SW-MODE TO WD-MODE
           IF SW-MODE = SPACES
               MOVE 'N/A' TO WD-MODE
           END-IF
           MOVE SW-STATUS TO WD-STATUS
           MOVE SW-SENT TO WD-SENT
           MOVE SPACES TO WD-NOTE
           MOVE 'N' TO WS-AWAITING-ACK
           EVALUATE SW-STATUS
               WHEN 'ACKED'
                   IF SW-ACCEPTED = ZEROS AND SW-REJECTED = ZEROS
                           AND SW-SENT > ZEROS
                       MOVE SW-SENT TO SW-ACCEPTED
                       MOVE 'COUNTS NOT KEPT - AS SENT' TO WD-NOTE
                   END-IF
               WHEN 'SUPERSEDED'
                   MOVE ZEROS TO SW-ACCEPTED
                   MOVE ZEROS TO SW-REJECTED
                   MOVE 'NEVER ACKNOWLEDGED' TO WD-NOTE
               WHEN OTHER
                   MOVE ZEROS TO SW-ACCEPTED
                   MOVE ZEROS TO SW-REJECTED
                   MOVE 'AWAITING ACK - UNBILLED' TO WD-NOTE
                   MOVE 'Y' TO WS-AWAITING-ACK
                   ADD 1 TO WS-AWAITING-COUNT
           END-EVALUATE
           MOVE SW-ACCEPTED TO WD-ACCEPTED
           MOVE SW-REJECTED TO WD-REJECTED
           WRITE STATEMENT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-COUNT
           ADD SW-SENT TO WS-SECTION-SENT
           ADD SW-ACCEPTED TO WS-SECTION-ACCEPTED
           ADD SW-REJECTED TO WS-SECTION-REJECTED
           IF WS-CUR = ZEROS
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SW-RETRANSMIT = 'Y'
               ADD 1 TO WS-PT-RETRANSMITS (WS-CUR)
           ELSE
               ADD 1 TO WS-PT-ORIGINALS (WS-CUR)
           END-IF
           ADD SW-SENT TO WS-PT-SENT (WS-CUR)
           ADD SW-ACCEPTED TO WS-PT-ACCEPTED (WS-CUR)
           ADD SW-REJECTED TO WS-PT-REJECTED (WS-CUR)
           IF WS-AWAITING-ACK = 'Y'
               ADD 1 TO WS-PT-AWAITING (WS-CUR)
           END-IF.

      * finds the partner's entry, adding one for a partner on the
      * log with no profile, and heads its statement
       2300-OPEN-STATEMENT.
           MOVE SW-PARTNER-ID TO WS-BREAK-PARTNER
           MOVE SPACE TO WS-BREAK-SECTION
           MOVE ZEROS TO WS-PARTNER-FOUND
           MOVE ZEROS TO WS-PARTNER-IDX
           PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
                   OR WS-PARTNER-FOUND > ZEROS
               ADD 1 TO WS-PARTNER-IDX
               IF WS-PT-ID (WS-PARTNER-IDX) = SW-PARTNER-ID
                   MOVE WS-PARTNER-IDX TO WS-PARTNER-FOUND
               END-IF
           END-PERFORM
           IF WS-PARTNER-FOUND = ZEROS AND WS-PARTNER-COUNT < 20
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-PARTNER-COUNT TO WS-CUR
               PERFORM 0150-CLEAR-PARTNER
               MOVE SW-PARTNER-ID TO WS-PT-ID (WS-CUR)
               MOVE WS-CUR TO WS-PARTNER-FOUND
           END-IF
           MOVE WS-PARTNER-FOUND TO WS-CUR
           ADD 1 TO WS-STATEMENT-COUNT
           IF WS-STATEMENT-COUNT > 1
               MOVE SPACES TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           MOVE SW-PARTNER-ID TO WT-PARTNER-ID
           MOVE WS-SM-YEAR TO WT-YEAR
           MOVE WS-SM-MONTH TO WT-MONTH
           MOVE ZEROS TO WT-RATE
           MOVE SPACES TO WT-NO-PROFILE
           IF WS-CUR > ZEROS
               MOVE WS-PT-RATE (WS-CUR) TO WT-RATE
               IF WS-PT-PROFILED (WS-CUR) = 'N'
                   MOVE '   NO PARTNER PROFILE' TO WT-NO-PROFILE
               END-IF
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM WS-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-COLUMN-LINE.

       2400-CLOSE-SECTION.
           IF WS-BREAK-SECTION = 'Y'
               MOVE 'RE-EXTRACT TOTAL:' TO WST-LABEL
           ELSE
               MOVE 'ORIGINAL TOTAL:' TO WST-LABEL
           END-IF
           MOVE WS-SECTION-COUNT TO WST-COUNT
           MOVE WS-SECTION-SENT TO WST-SENT
           MOVE WS-SECTION-ACCEPTED TO WST-ACCEPTED
           MOVE WS-SECTION-REJECTED TO WST-REJECTED
           WRITE STATEMENT-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE ZEROS TO WS-SECTION-SENT
           MOVE ZEROS TO WS-SECTION-ACCEPTED
           MOVE ZEROS TO WS-SECTION-REJECTED.

      * the billable records are everything the partner accepted,
      * priced at the profile's rate
       2500-CLOSE-STATEMENT.
           IF WS-BREAK-SECTION = 'N'
               MOVE 'RE-EXTRACTS (RETRANSMITTED): NONE' TO WS-SL-TEXT
               WRITE STATEMENT-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           IF WS-CUR = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PT-AMOUNT (WS-CUR) ROUNDED =
               WS-PT-ACCEPTED (WS-CUR) * WS-PT-RATE (WS-CUR)
           MOVE WS-PT-ACCEPTED (WS-CUR) TO WB-BILLABLE
           MOVE WS-PT-RATE (WS-CUR) TO WB-RATE
           MOVE WS-PT-AMOUNT (WS-CUR) TO WB-AMOUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-BILLING-LINE.

      * one line per partner, those with nothing sent this month
      * included, and the month's totals
       3000-PRINT-SUMMARY.
           IF WS-STATEMENT-COUNT > ZEROS
               MOVE SPACES TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           MOVE WS-SM-YEAR TO WS-STL-YEAR
           MOVE WS-SM-MONTH TO WS-STL-MONTH
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-COLUMN-LINE
           MOVE ZEROS TO WS-PARTNER-IDX
           PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
               ADD 1 TO WS-PARTNER-IDX
               PERFORM 3100-PRINT-SUMMARY-LINE
           END-PERFORM
           MOVE 'TOTAL' TO WSU-PARTNER-ID
           MOVE WS-GRAND-ORIGINALS TO WSU-ORIGINALS
           MOVE WS-GRAND-RETRANSMITS TO WSU-RETRANSMITS
           MOVE WS-GRAND-SENT TO WSU-SENT
           MOVE WS-GRAND-ACCEPTED TO WSU-ACCEPTED
           MOVE WS-GRAND-REJECTED TO WSU-REJECTED
           MOVE WS-GRAND-ACCEPTED TO WSU-BILLABLE
           MOVE ZEROS TO WSU-RATE
           MOVE WS-GRAND-AMOUNT TO WSU-AMOUNT
           MOVE WS-AWAITING-COUNT TO WSU-AWAITING
           MOVE SPACES TO WSU-NOTE
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-LINE.

       3100-PRINT-SUMMARY-LINE.
           MOVE WS-PT-ID (WS-PARTNER-IDX) TO WSU-PARTNER-ID
           MOVE WS-PT-ORIGINALS (WS-PARTNER-IDX) TO WSU-ORIGINALS
           MOVE WS-PT-RETRANSMITS (WS-PARTNER-IDX) TO WSU-RETRANSMITS
           MOVE WS-PT-SENT (WS-PARTNER-IDX) TO WSU-SENT
           MOVE WS-PT-ACCEPTED (WS-PARTNER-IDX) TO WSU-ACCEPTED
           MOVE WS-PT-REJECTED (WS-PARTNER-IDX) TO WSU-REJECTED
           MOVE WS-PT-ACCEPTED (WS-PARTNER-IDX) TO WSU-BILLABLE
           MOVE WS-PT-RATE (WS-PARTNER-IDX) TO WSU-RATE
           MOVE WS-PT-AMOUNT (WS-PARTNER-IDX) TO WSU-AMOUNT
           MOVE WS-PT-AWAITING (WS-PARTNER-IDX) TO WSU-AWAITING
           MOVE SPACES TO WSU-NOTE
           IF WS-PT-PROFILED (WS-PARTNER-IDX) = 'N'
               MOVE 'NO PROFILE' TO WSU-NOTE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           ADD WS-PT-ORIGINALS (WS-PARTNER-IDX) TO WS-GRAND-ORIGINALS
           ADD WS-PT-RETRANSMITS (WS-PARTNER-IDX) TO
               WS-GRAND-RETRANSMITS
           ADD WS-PT-SENT (WS-PARTNER-IDX) TO WS-GRAND-SENT
           ADD WS-PT-ACCEPTED (WS-PARTNER-IDX) TO WS-GRAND-ACCEPTED
           ADD WS-PT-REJECTED (WS-PARTNER-IDX) TO WS-GRAND-REJECTED
           ADD WS-PT-AMOUNT (WS-PARTNER-IDX) TO WS-GRAND-AMOUNT.

      * each partner's statement totals post under its own step, the
      * amount in cents, dated the business date the statement ran
       4000-POST-LEDGER.
           MOVE ZEROS TO WS-PARTNER-IDX
           PERFORM UNTIL WS-PARTNER-IDX = WS-PARTNER-COUNT
               ADD 1 TO WS-PARTNER-IDX
               PERFORM 4100-POST-PARTNER
           END-PERFORM.

       4100-POST-PARTNER.
           MOVE SPACES TO CONTROL-LEDGER-REC
           MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE
           MOVE SPACES TO LG-STEP-NAME
           STRING 'STATEMENT-' WS-PT-ID (WS-PARTNER-IDX)
               DELIMITED BY SIZE INTO LG-STEP-NAME
           MOVE 'ORIGINALS' TO LG-COUNTER-NAME
           MOVE WS-PT-ORIGINALS (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'RETRANSMITS' TO LG-COUNTER-NAME
           MOVE WS-PT-RETRANSMITS (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'SENT' TO LG-COUNTER-NAME
           MOVE WS-PT-SENT (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'ACCEPTED' TO LG-COUNTER-NAME
           MOVE WS-PT-ACCEPTED (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'REJECTED' TO LG-COUNTER-NAME
           MOVE WS-PT-REJECTED (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           MOVE 'BILLABLE' TO LG-COUNTER-NAME
           MOVE WS-PT-ACCEPTED (WS-PARTNER-IDX) TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC
           COMPUTE WS-AMOUNT-CENTS = WS-PT-AMOUNT (WS-PARTNER-IDX) * 100
           MOVE 'AMOUNT-CENTS' TO LG-COUNTER-NAME
           MOVE WS-AMOUNT-CENTS TO LG-COUNTER-VALUE
           CALL 'LEDGER-WRITER' USING CONTROL-LEDGER-REC.
