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

       FD PARTNER-ACK-FILE.
       01 PARTNER-ACK-REC.
       01 WS-ACK-GRACE-DAYS   PIC 9(03) VALUE 2.

      * the whole transmission log held for the run, statuses moved
      * along in place and the file rewritten at the end; an
      * acknowledged transmission keeps its accepted and rejected
      * counts for PARTNER-USAGE-STATEMENT to bill from
       01 WS-TLOG-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-TLOG-TABLE.
           05 WS-TLOG-ENTRY OCCURS 200 TIMES.
               10 WS-TL-COUNT   PIC 9(07).
               10 WS-TL-TOTAL   PIC 9(12).
               10 WS-TL-STATUS  PIC X(10).
               10 WS-TL-MODE    PIC X(05).
               10 WS-TL-RETRANSMIT PIC X(01).
               10 WS-TL-ACCEPTED   PIC 9(07).
               10 WS-TL-REJECTED   PIC 9(07).
       01 WS-TLOG-IDX   PIC 9(03) VALUE ZEROS.
       01 WS-TLOG-IDX-2 PIC 9(03) VALUE ZEROS.

                               WS-TL-TOTAL (WS-TLOG-COUNT)
                           MOVE TL-STATUS TO
                               WS-TL-STATUS (WS-TLOG-COUNT)
                           PERFORM 0150-KEEP-USAGE-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMISSION-LOG-FILE.

      * a line logged before the log carried the mode, re-extract
      * flag and acknowledged counts is read as an original whose
      * mode is unknown and nothing yet acknowledged
       0150-KEEP-USAGE-FIELDS.
           MOVE TL-MODE TO WS-TL-MODE (WS-TLOG-COUNT)
           MOVE 'N' TO WS-TL-RETRANSMIT (WS-TLOG-COUNT)
           IF TL-RETRANSMIT = 'Y'
               MOVE 'Y' TO WS-TL-RETRANSMIT (WS-TLOG-COUNT)
           END-IF
           MOVE ZEROS TO WS-TL-ACCEPTED (WS-TLOG-COUNT)
           IF TL-ACCEPTED IS NUMERIC
               MOVE TL-ACCEPTED TO WS-TL-ACCEPTED (WS-TLOG-COUNT)
           END-IF
           MOVE ZEROS TO WS-TL-REJECTED (WS-TLOG-COUNT)
           IF TL-REJECTED IS NUMERIC
               MOVE TL-REJECTED TO WS-TL-REJECTED (WS-TLOG-COUNT)
           END-IF.

      * a missing acknowledgment file is not an error -- it is the
      * very condition the aging below exists to catch
       0200-LOAD-ACKNOWLEDGMENTS.
               EXIT PARAGRAPH
           END-IF
           MOVE 'ACKED' TO WS-TL-STATUS (WS-TLOG-IDX)
           MOVE WS-AK-ACCEPTED (WS-ACK-FOUND) TO
               WS-TL-ACCEPTED (WS-TLOG-IDX)
           MOVE WS-AK-REJECTED (WS-ACK-FOUND) TO
               WS-TL-REJECTED (WS-TLOG-IDX)
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'ACKED    ' WS-TL-PARTNER (WS-TLOG-IDX) ' '
               WS-TL-FILE (WS-TLOG-IDX) ' ACCEPTED '
               MOVE WS-TL-TOTAL (WS-TLOG-IDX) TO TL-CONTROL-TOTAL
               MOVE ',' TO TL-COMMA-5
               MOVE WS-TL-STATUS (WS-TLOG-IDX) TO TL-STATUS
               MOVE ',' TO TL-COMMA-6
               MOVE WS-TL-MODE (WS-TLOG-IDX) TO TL-MODE
               MOVE ',' TO TL-COMMA-7
               MOVE WS-TL-RETRANSMIT (WS-TLOG-IDX) TO TL-RETRANSMIT
               MOVE ',' TO TL-COMMA-8
               MOVE WS-TL-ACCEPTED (WS-TLOG-IDX) TO TL-ACCEPTED
               MOVE ',' TO TL-COMMA-9
               MOVE WS-TL-REJECTED (WS-TLOG-IDX) TO TL-REJECTED
               WRITE TRANSMISSION-LOG-REC
           END-PERFORM
           CLOSE TRANSMISSION-LOG-FILE.
