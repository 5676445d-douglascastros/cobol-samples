      ******************************************************************
      * Author:
      * Date:
      * Purpose: chases every file on the carrier transmission log
      *          the way PARTNER-ACK-RECONCILE chases the register
      *          partners. The carrier answers each eligibility file
      *          with a header record (file name, business date,
      *          accepted, rejected, control total) followed by one
      *          record per enrollment it rejected. A header matching
      *          a SENT file is reconciled -- accepted plus rejected
      *          must equal what was sent and the control totals must
      *          agree -- and the file is marked ACKED. Every rejected
      *          enrollment is listed on the report and put back on
      *          the carrier enrollment file as the carrier still has
      *          it (a rejected add taken off, a rejected change's
      *          eligibility blanked, a rejected termination put
      *          back), so DEPENDENT-ELIGIBILITY-FEED sends it again
      *          the next night until it is accepted, and the run
      *          ends with a warning while any are outstanding. A SENT
      *          file with no acknowledgment after the grace period
      *          (business days, through DATE-UTILS ADDB) is marked
      *          SUPERSEDED and a full resend queued; the carrier
      *          going unacknowledged a second time is escalated and
      *          fails the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGIBILITY-ACK-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-TLOG-FILE ASSIGN TO
               'src/carrier-transmission-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-TLOG.

      * the carrier's fixed-width acknowledgments: a header per file
      * answered, then its rejected enrollments
           SELECT CARRIER-ACK-FILE ASSIGN TO 'src/carrier-ack.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ACK.

           SELECT CARRIER-ENROLLMENT-FILE ASSIGN TO
               'src/carrier-enrollments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ENROLL.

           SELECT CARRIER-RESEND-FILE ASSIGN TO
               'src/carrier-resend-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RESEND.

           SELECT ACK-REPORT-FILE ASSIGN TO
               'src/eligibility-ack-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD CARRIER-TLOG-FILE.
       01 CARRIER-TLOG-REC.
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

       FD CARRIER-ACK-FILE.
       01 CARRIER-ACK-HEADER.
           05 AH-RECORD-TYPE   PIC X(01).
           05 AH-FILE-NAME     PIC X(30).
           05 AH-BUSINESS-DATE PIC 9(08).
           05 AH-ACCEPTED      PIC 9(07).
           05 AH-REJECTED      PIC 9(07).
           05 AH-CONTROL-TOTAL PIC 9(12).
           05 FILLER           PIC X(23).
       01 CARRIER-ACK-REJECT.
           05 AJ-RECORD-TYPE     PIC X(01).
           05 AJ-ACTION          PIC X(01).
           05 AJ-CUSTOMER-NUMBER PIC 9(06).
           05 AJ-DEP-NAME        PIC X(50).
           05 AJ-REASON          PIC X(30).

       FD CARRIER-ENROLLMENT-FILE.
       01 CARRIER-ENROLLMENT-REC.
           05 CE-CUSTOMER-NUMBER PIC 9(06).
           05 CE-COMMA-1         PIC X(01).
           05 CE-DEP-NAME        PIC X(50).
           05 CE-COMMA-2         PIC X(01).
           05 CE-BIRTH-DATE      PIC 9(08).
           05 CE-COMMA-3         PIC X(01).
           05 CE-RELATIONSHIP    PIC X(15).
           05 CE-COMMA-4         PIC X(01).
           05 CE-ELIGIBILITY     PIC X(05).

       FD CARRIER-RESEND-FILE.
       01 CARRIER-RESEND-REC.
           05 RS-PARTNER-ID PIC X(08).

       FD ACK-REPORT-FILE.
       01 ACK-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * request area for the shared DATE-UTILS subprogram: the ack
      * grace period is counted in business days from the file's
      * business date
       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-TLOG   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ACK    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-ENROLL PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RESEND PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-FILE-END         PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-ACK-GRACE-DAYS   PIC 9(03) VALUE 2.

      * the whole carrier transmission log held for the run,
      * statuses moved along in place and the file rewritten
       01 WS-TLOG-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TLOG-TABLE.
           05 WS-TLOG-ENTRY OCCURS 200 TIMES.
               10 WS-TL-PARTNER PIC X(08).
               10 WS-TL-FILE    PIC X(30).
               10 WS-TL-DATE    PIC 9(08).
               10 WS-TL-COUNT   PIC 9(07).
               10 WS-TL-TOTAL   PIC 9(12).
               10 WS-TL-STATUS  PIC X(10).
       01 WS-TLOG-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-TLOG-IDX-2 PIC 9(03) VALUE ZEROS.

      * tonight's acknowledgment headers, and the rejected
      * enrollments each one carried
       01 WS-ACK-COUNT PIC 9(02) VALUE ZEROS.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 20 TIMES.
               10 WS-AK-FILE     PIC X(30).
               10 WS-AK-DATE     PIC 9(08).
               10 WS-AK-ACCEPTED PIC 9(07).
               10 WS-AK-REJECTED PIC 9(07).
               10 WS-AK-TOTAL    PIC 9(12).
       01 WS-ACK-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-ACK-FOUND PIC 9(02) VALUE ZEROS.
       01 WS-ACK-SUM   PIC 9(07) VALUE ZEROS.

       01 WS-REJECT-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 500 TIMES.
               10 WS-RJ-ACK      PIC 9(02).
               10 WS-RJ-ACTION   PIC X(01).
               10 WS-RJ-CUSTOMER PIC 9(06).
               10 WS-RJ-NAME     PIC X(50).
               10 WS-RJ-REASON   PIC X(30).
       01 WS-RJ-IDX PIC 9(03) VALUE ZEROS.

      * the carrier enrollment file, held so rejected enrollments
      * can be put back the way the carrier still has them
       01 WS-ENROLLED-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-ENROLLED-TABLE.
           05 WS-ENROLLED-ENTRY OCCURS 2000 TIMES.
               10 WS-EN-CUSTOMER     PIC 9(06).
               10 WS-EN-NAME         PIC X(50).
               10 WS-EN-BIRTH-DATE   PIC 9(08).
               10 WS-EN-RELATIONSHIP PIC X(15).
               10 WS-EN-ELIGIBILITY  PIC X(05).
               10 WS-EN-DROPPED      PIC X(01).
       01 WS-EN-IDX      PIC 9(04) VALUE ZEROS.
       01 WS-EN-FOUND    PIC 9(04) VALUE ZEROS.
       01 WS-ENROLL-DIRTY PIC X(01) VALUE 'N'.

       01 WS-MISMATCH-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-REJECTED-TOTAL PIC 9(05) VALUE ZEROS.
       01 WS-QUEUED-COUNT   PIC 9(03) VALUE ZEROS.
       01 WS-ESCALATIONS    PIC 9(03) VALUE ZEROS.
       01 WS-DUE-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-PRIOR-SUPERSEDED PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0100-LOAD-TRANSMISSION-LOG
           PERFORM 0200-LOAD-ACKNOWLEDGMENTS
           PERFORM 0250-LOAD-ENROLLMENTS
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE 'CARRIER ELIGIBILITY ACKNOWLEDGMENT RECONCILIATION' TO
               ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE ZEROS TO WS-TLOG-IDX
           PERFORM UNTIL WS-TLOG-IDX = WS-TLOG-COUNT
               ADD 1 TO WS-TLOG-IDX
               IF WS-TL-STATUS (WS-TLOG-IDX) = 'SENT'
                   PERFORM 0300-CHASE-ONE-TRANSMISSION
               END-IF
           END-PERFORM

           CLOSE ACK-REPORT-FILE
           DISPLAY 'Mismatched acknowledgments: ' WS-MISMATCH-COUNT
           DISPLAY 'Rejected enrollments:       ' WS-REJECTED-TOTAL
           DISPLAY 'Resends queued:             ' WS-QUEUED-COUNT
           DISPLAY 'Escalations:                ' WS-ESCALATIONS
           EVALUATE TRUE
               WHEN WS-ESCALATIONS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISMATCH-COUNT > ZEROS
                   OR WS-REJECTED-TOTAL > ZEROS
                   OR WS-QUEUED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM 0700-REWRITE-TRANSMISSION-LOG
           IF WS-ENROLL-DIRTY = 'Y'
               PERFORM 0750-REWRITE-ENROLLMENTS
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

      * nothing sent yet is nothing to chase
       0100-LOAD-TRANSMISSION-LOG.
           OPEN INPUT CARRIER-TLOG-FILE
           IF WS-FS-STATUS-TLOG NOT = '00'
               DISPLAY 'NO CARRIER TRANSMISSION LOG ON FILE, STATUS: '
                   WS-FS-STATUS-TLOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CARRIER-TLOG-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF WS-TLOG-COUNT < 200
                           ADD 1 TO WS-TLOG-COUNT
                           MOVE TL-PARTNER-ID TO
                               WS-TL-PARTNER (WS-TLOG-COUNT)
                           MOVE TL-FILE-NAME TO
                               WS-TL-FILE (WS-TLOG-COUNT)
                           MOVE TL-BUSINESS-DATE TO
                               WS-TL-DATE (WS-TLOG-COUNT)
                           MOVE TL-RECORD-COUNT TO
                               WS-TL-COUNT (WS-TLOG-COUNT)
                           MOVE TL-CONTROL-TOTAL TO
                               WS-TL-TOTAL (WS-TLOG-COUNT)
                           MOVE TL-STATUS TO
                               WS-TL-STATUS (WS-TLOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRIER-TLOG-FILE.

      * a missing acknowledgment file is not an error -- it is the
      * very condition the aging below exists to catch; a reject
      * record belongs to the header read before it
       0200-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT CARRIER-ACK-FILE
           IF WS-FS-STATUS-ACK NOT = '00'
               DISPLAY 'NO CARRIER ACKNOWLEDGMENT THIS RUN, STATUS: '
                   WS-FS-STATUS-ACK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CARRIER-ACK-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       EVALUATE AH-RECORD-TYPE
                           WHEN 'H'
                               PERFORM 0210-HOLD-ACK-HEADER
                           WHEN 'R'
                               PERFORM 0220-HOLD-ACK-REJECT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CARRIER-ACK-FILE.

       0210-HOLD-ACK-HEADER.
           IF WS-ACK-COUNT < 20
               ADD 1 TO WS-ACK-COUNT
               MOVE AH-FILE-NAME TO WS-AK-FILE (WS-ACK-COUNT)
               MOVE AH-BUSINESS-DATE TO WS-AK-DATE (WS-ACK-COUNT)
               MOVE AH-ACCEPTED TO WS-AK-ACCEPTED (WS-ACK-COUNT)
               MOVE AH-REJECTED TO WS-AK-REJECTED (WS-ACK-COUNT)
               MOVE AH-CONTROL-TOTAL TO WS-AK-TOTAL (WS-ACK-COUNT)
           END-IF.

       0220-HOLD-ACK-REJECT.
           IF WS-ACK-COUNT > ZEROS AND WS-REJECT-COUNT < 500
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-ACK-COUNT TO WS-RJ-ACK (WS-REJECT-COUNT)
               MOVE AJ-ACTION TO WS-RJ-ACTION (WS-REJECT-COUNT)
               MOVE AJ-CUSTOMER-NUMBER TO
                   WS-RJ-CUSTOMER (WS-REJECT-COUNT)
               MOVE AJ-DEP-NAME TO WS-RJ-NAME (WS-REJECT-COUNT)
               MOVE AJ-REASON TO WS-RJ-REASON (WS-REJECT-COUNT)
           END-IF.

       0250-LOAD-ENROLLMENTS.
           OPEN INPUT CARRIER-ENROLLMENT-FILE
           IF WS-FS-STATUS-ENROLL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = 'S'
               READ CARRIER-ENROLLMENT-FILE
                   AT END
                       MOVE 'S' TO WS-FILE-END
                   NOT AT END
                       IF WS-ENROLLED-COUNT < 2000
                           ADD 1 TO WS-ENROLLED-COUNT
                           MOVE CE-CUSTOMER-NUMBER TO
                               WS-EN-CUSTOMER (WS-ENROLLED-COUNT)
                           MOVE CE-DEP-NAME TO
                               WS-EN-NAME (WS-ENROLLED-COUNT)
                           MOVE CE-BIRTH-DATE TO
                               WS-EN-BIRTH-DATE (WS-ENROLLED-COUNT)
                           MOVE CE-RELATIONSHIP TO
                               WS-EN-RELATIONSHIP (WS-ENROLLED-COUNT)
                           MOVE CE-ELIGIBILITY TO
                               WS-EN-ELIGIBILITY (WS-ENROLLED-COUNT)
                           MOVE 'N' TO
                               WS-EN-DROPPED (WS-ENROLLED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRIER-ENROLLMENT-FILE.

      * one SENT file: acknowledged -> reconcile, mark, and put its
      * rejections back; unacknowledged past the grace -> supersede,
      * queue the resend, and escalate when it has happened before
       0300-CHASE-ONE-TRANSMISSION.
           MOVE ZEROS TO WS-ACK-FOUND
           MOVE ZEROS TO WS-ACK-IDX
           PERFORM UNTIL WS-ACK-IDX = WS-ACK-COUNT
                   OR WS-ACK-FOUND > ZEROS
               ADD 1 TO WS-ACK-IDX
               IF WS-AK-FILE (WS-ACK-IDX) = WS-TL-FILE (WS-TLOG-IDX)
                       AND WS-AK-DATE (WS-ACK-IDX) =
                           WS-TL-DATE (WS-TLOG-IDX)
                   MOVE WS-ACK-IDX TO WS-ACK-FOUND
               END-IF
           END-PERFORM
           IF WS-ACK-FOUND > ZEROS
               PERFORM 0400-RECONCILE-ONE-ACK
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADDB' TO DU-FUNCTION
           MOVE WS-TL-DATE (WS-TLOG-IDX) TO DU-DATE-1
           MOVE WS-ACK-GRACE-DAYS TO DU-DAYS
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           MOVE DU-DATE-OUT TO WS-DUE-DATE
           IF WS-DUE-DATE >= WS-BUSINESS-DATE
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'WAITING  ' WS-TL-FILE (WS-TLOG-IDX) ' SENT '
                   WS-TL-DATE (WS-TLOG-IDX)
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-SUPERSEDE-AND-QUEUE.

       0400-RECONCILE-ONE-ACK.
           ADD WS-AK-ACCEPTED (WS-ACK-FOUND)
               WS-AK-REJECTED (WS-ACK-FOUND)
               GIVING WS-ACK-SUM
           IF WS-ACK-SUM NOT = WS-TL-COUNT (WS-TLOG-IDX)
                   OR WS-AK-TOTAL (WS-ACK-FOUND) NOT =
                       WS-TL-TOTAL (WS-TLOG-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'MISMATCH ' WS-TL-FILE (WS-TLOG-IDX) ' SENT '
                   WS-TL-DATE (WS-TLOG-IDX)
                   ' ACK ' WS-ACK-SUM ' OF '
                   WS-TL-COUNT (WS-TLOG-IDX)
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'ACKED' TO WS-TL-STATUS (WS-TLOG-IDX)
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'ACKED    ' WS-TL-FILE (WS-TLOG-IDX) ' SENT '
               WS-TL-DATE (WS-TLOG-IDX) ' ACCEPTED '
               WS-AK-ACCEPTED (WS-ACK-FOUND) ' REJECTED '
               WS-AK-REJECTED (WS-ACK-FOUND)
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE ZEROS TO WS-RJ-IDX
           PERFORM UNTIL WS-RJ-IDX = WS-REJECT-COUNT
               ADD 1 TO WS-RJ-IDX
               IF WS-RJ-ACK (WS-RJ-IDX) = WS-ACK-FOUND
                   PERFORM 0450-PUT-BACK-REJECT
               END-IF
           END-PERFORM.

      * the enrollment file is made to say what the carrier still
      * holds, so the next feed's compare sends the action again
       0450-PUT-BACK-REJECT.
           ADD 1 TO WS-REJECTED-TOTAL
           MOVE 'Y' TO WS-ENROLL-DIRTY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING '  REJECTED ' WS-RJ-ACTION (WS-RJ-IDX) ' '
               WS-RJ-CUSTOMER (WS-RJ-IDX) ' ' WS-RJ-NAME (WS-RJ-IDX)
               ' ' WS-RJ-REASON (WS-RJ-IDX) ' -- RESENT NEXT RUN'
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 0460-FIND-ENROLLMENT
           EVALUATE WS-RJ-ACTION (WS-RJ-IDX)
               WHEN 'A'
                   IF WS-EN-FOUND > ZEROS
                       MOVE 'Y' TO WS-EN-DROPPED (WS-EN-FOUND)
                   END-IF
               WHEN 'C'
                   IF WS-EN-FOUND > ZEROS
                       MOVE SPACES TO WS-EN-ELIGIBILITY (WS-EN-FOUND)
                   END-IF
               WHEN 'T'
                   IF WS-EN-FOUND = ZEROS
                           AND WS-ENROLLED-COUNT < 2000
                       ADD 1 TO WS-ENROLLED-COUNT
                       MOVE WS-RJ-CUSTOMER (WS-RJ-IDX) TO
                           WS-EN-CUSTOMER (WS-ENROLLED-COUNT)
                       MOVE WS-RJ-NAME (WS-RJ-IDX) TO
                           WS-EN-NAME (WS-ENROLLED-COUNT)
                       MOVE ZEROS TO
                           WS-EN-BIRTH-DATE (WS-ENROLLED-COUNT)
                       MOVE SPACES TO
                           WS-EN-RELATIONSHIP (WS-ENROLLED-COUNT)
                       MOVE SPACES TO
                           WS-EN-ELIGIBILITY (WS-ENROLLED-COUNT)
                       MOVE 'N' TO WS-EN-DROPPED (WS-ENROLLED-COUNT)
                   END-IF
           END-EVALUATE.

       0460-FIND-ENROLLMENT.
           MOVE ZEROS TO WS-EN-FOUND
           MOVE ZEROS TO WS-EN-IDX
           PERFORM UNTIL WS-EN-IDX = WS-ENROLLED-COUNT
                   OR WS-EN-FOUND > ZEROS
               ADD 1 TO WS-EN-IDX
               IF WS-EN-CUSTOMER (WS-EN-IDX) =
                       WS-RJ-CUSTOMER (WS-RJ-IDX)
                       AND WS-EN-NAME (WS-EN-IDX) =
                           WS-RJ-NAME (WS-RJ-IDX)
                       AND WS-EN-DROPPED (WS-EN-IDX) = 'N'
                   MOVE WS-EN-IDX TO WS-EN-FOUND
               END-IF
           END-PERFORM.

       0500-SUPERSEDE-AND-QUEUE.
           MOVE 'N' TO WS-PRIOR-SUPERSEDED
           MOVE ZEROS TO WS-TLOG-IDX-2
           PERFORM UNTIL WS-TLOG-IDX-2 = WS-TLOG-COUNT
               ADD 1 TO WS-TLOG-IDX-2
               IF WS-TLOG-IDX-2 NOT = WS-TLOG-IDX
                       AND WS-TL-STATUS (WS-TLOG-IDX-2) =
                           'SUPERSEDED'
                   MOVE 'Y' TO WS-PRIOR-SUPERSEDED
               END-IF
           END-PERFORM
           MOVE 'SUPERSEDED' TO WS-TL-STATUS (WS-TLOG-IDX)
           ADD 1 TO WS-QUEUED-COUNT
           OPEN OUTPUT CARRIER-RESEND-FILE
           IF WS-FS-STATUS-RESEND = '00'
               MOVE WS-TL-PARTNER (WS-TLOG-IDX) TO RS-PARTNER-ID
               WRITE CARRIER-RESEND-REC
               CLOSE CARRIER-RESEND-FILE
           END-IF
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'QUEUED   ' WS-TL-FILE (WS-TLOG-IDX) ' SENT '
               WS-TL-DATE (WS-TLOG-IDX)
               ' UNACKNOWLEDGED -- FULL RESEND QUEUED'
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           IF WS-PRIOR-SUPERSEDED = 'Y'
               ADD 1 TO WS-ESCALATIONS
               MOVE SPACES TO ACK-REPORT-LINE
               STRING '*** ESCALATION: THE BENEFITS CARRIER HAS GONE '
                   'UNACKNOWLEDGED TWICE -- CALL THEM'
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

       0700-REWRITE-TRANSMISSION-LOG.
           OPEN OUTPUT CARRIER-TLOG-FILE
           IF WS-FS-STATUS-TLOG NOT = '00'
               DISPLAY 'ERROR REWRITING CARRIER TRANSMISSION LOG, '
                   'STATUS: ' WS-FS-STATUS-TLOG
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-TLOG-IDX
           PERFORM UNTIL WS-TLOG-IDX = WS-TLOG-COUNT
               ADD 1 TO WS-TLOG-IDX
               MOVE WS-TL-PARTNER (WS-TLOG-IDX) TO TL-PARTNER-ID
               MOVE ',' TO TL-COMMA-1
               MOVE WS-TL-FILE (WS-TLOG-IDX) TO TL-FILE-NAME
               MOVE ',' TO TL-COMMA-2
               MOVE WS-TL-DATE (WS-TLOG-IDX) TO TL-BUSINESS-DATE
               MOVE ',' TO TL-COMMA-3
               MOVE WS-TL-COUNT (WS-TLOG-IDX) TO TL-RECORD-COUNT
               MOVE ',' TO TL-COMMA-4
               MOVE WS-TL-TOTAL (WS-TLOG-IDX) TO TL-CONTROL-TOTAL
               MOVE ',' TO TL-COMMA-5
               MOVE WS-TL-STATUS (WS-TLOG-IDX) TO TL-STATUS
               WRITE CARRIER-TLOG-REC
           END-PERFORM
           CLOSE CARRIER-TLOG-FILE.

       0750-REWRITE-ENROLLMENTS.
           OPEN OUTPUT CARRIER-ENROLLMENT-FILE
           IF WS-FS-STATUS-ENROLL NOT = '00'
               DISPLAY 'ERROR REWRITING CARRIER ENROLLMENTS, STATUS: '
                   WS-FS-STATUS-ENROLL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-EN-IDX
           PERFORM UNTIL WS-EN-IDX = WS-ENROLLED-COUNT
               ADD 1 TO WS-EN-IDX
               IF WS-EN-DROPPED (WS-EN-IDX) = 'N'
                   MOVE WS-EN-CUSTOMER (WS-EN-IDX) TO
                       CE-CUSTOMER-NUMBER
                   MOVE ',' TO CE-COMMA-1
                   MOVE WS-EN-NAME (WS-EN-IDX) TO CE-DEP-NAME
                   MOVE ',' TO CE-COMMA-2
                   MOVE WS-EN-BIRTH-DATE (WS-EN-IDX) TO CE-BIRTH-DATE
                   MOVE ',' TO CE-COMMA-3
                   MOVE WS-EN-RELATIONSHIP (WS-EN-IDX) TO
                       CE-RELATIONSHIP
                   MOVE ',' TO CE-COMMA-4
                   MOVE WS-EN-ELIGIBILITY (WS-EN-IDX) TO
                       CE-ELIGIBILITY
                   WRITE CARRIER-ENROLLMENT-REC
               END-IF
           END-PERFORM
           CLOSE CARRIER-ENROLLMENT-FILE.
