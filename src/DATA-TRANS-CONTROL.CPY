      ******************************************************************
      * DATA-TRANS-CONTROL.CPY
      * the control records that bracket a maintenance transaction
      * file (city, customer, student and person transactions): a
      * header line first, naming the file and the date it was
      * keyed, and a trailer line last, carrying the count of
      * transactions between them and their hash total -- the sum
      * of the file's numeric key field (the population for city
      * transactions, the customer, student or employee number for
      * the others), a figure with no meaning of its own that moves
      * when any line is lost, doubled or rekeyed. The three-letter
      * tag cannot be mistaken for a transaction, whose second byte
      * is always the comma after its action code. Copied in as a
      * second record under the transaction file's FD, so the
      * maintenance programs step over these lines, and read by
      * TRANSACTION-EDIT, which proves the totals before any master
      * is opened.
      ******************************************************************
       01 TRANS-CONTROL-REC.
           05 TC-TAG              PIC X(03).
               88 TC-HEADER       VALUE 'HDR'.
               88 TC-TRAILER      VALUE 'TRL'.
               88 TC-CONTROL      VALUES 'HDR' 'TRL'.
           05 TC-COMMA-1          PIC X(01).
           05 TC-BODY             PIC X(40).
           05 TC-HEADER-BODY REDEFINES TC-BODY.
               10 TC-FILE-ID      PIC X(04).
               10 TC-COMMA-2      PIC X(01).
               10 TC-KEYED-DATE   PIC 9(08).
               10 FILLER          PIC X(27).
           05 TC-TRAILER-BODY REDEFINES TC-BODY.
               10 TC-RECORD-COUNT PIC 9(07).
               10 TC-COMMA-3      PIC X(01).
               10 TC-HASH-TOTAL   PIC 9(15).
               10 FILLER          PIC X(17).
