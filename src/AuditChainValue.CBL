      ******************************************************************
      * Author:
      * Date:
      * Purpose: works out the chain check value of one audit-trail
      *          record (through DATA-AUDIT-CHAIN.CPY). The value is
      *          folded up byte by byte from the previous record's
      *          check value over everything in the record ahead of
      *          its own check value -- program, stamp, action,
      *          detail, user, sequence number and the previous
      *          check value itself -- so changing any byte of a
      *          record, or splicing it in after a different record,
      *          leaves a value that no longer agrees. AUDIT-WRITER
      *          and AUDIT-CHAIN-VERIFY both come here, so the two
      *          can never drift apart on the arithmetic.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VALUE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * the record laid out again so the previous check value that
      * seeds the fold can be picked out by name
       COPY 'src/DATA-AUDIT.CPY'.

      * each byte is taken as its numeric code through a one-byte
      * COMP-X view, the same field class ARRIVAL-WATCH uses for the
      * file details CBL_CHECK_FILE_EXIST hands back
       01 WS-BYTE-X PIC X(01) VALUE SPACE.
       01 WS-BYTE-N REDEFINES WS-BYTE-X PIC X(01) COMP-X.
       01 WS-BYTE-POS   PIC 9(03) VALUE ZEROS.
       01 WS-CHAIN-SPAN PIC 9(03) VALUE 150.

      * the running value stays below the ten-digit prime it is
      * reduced by, so the multiply never overflows the work field
       01 WS-CHAIN-HASH     PIC 9(10) VALUE ZEROS.
       01 WS-CHAIN-WORK     PIC 9(12) VALUE ZEROS.
       01 WS-CHAIN-QUOTIENT PIC 9(03) VALUE ZEROS.
       01 WS-CHAIN-MODULUS  PIC 9(10) VALUE 9999999967.

       LINKAGE SECTION.
       COPY 'src/DATA-AUDIT-CHAIN.CPY'.

       PROCEDURE DIVISION USING AUDIT-CHAIN-REQUEST.
       MAIN-PROCEDURE.
           MOVE CH-RECORD TO AUDIT-TRAIL-REC
           MOVE ZEROS TO WS-CHAIN-HASH
           IF AT-PREV-CHECK IS NUMERIC
               MOVE AT-PREV-CHECK TO WS-CHAIN-HASH
           END-IF
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
                   UNTIL WS-BYTE-POS > WS-CHAIN-SPAN
               MOVE CH-RECORD (WS-BYTE-POS:1) TO WS-BYTE-X
               COMPUTE WS-CHAIN-WORK =
                   WS-CHAIN-HASH * 31 + WS-BYTE-N + WS-BYTE-POS
               DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOTIENT
                   REMAINDER WS-CHAIN-HASH
           END-PERFORM
           MOVE WS-CHAIN-HASH TO CH-CHECK-VALUE
           GOBACK.
