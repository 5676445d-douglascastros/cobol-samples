      ******************************************************************
      * DATA-ACCOUNT-LEDGER.CPY
      * one entry on the per-household account ledger
      * (src/account-ledger.txt): every charge and payment the
      * nightly BILLING-POST step accepts is appended here under the
      * household's customer number, carrying the business date it
      * was posted, the date the charge or payment itself bears, and
      * the clerk who keyed it. Nothing is ever rewritten -- a wrong
      * charge is reversed by a payment-type credit, so the ledger
      * stays the proof of what was billed. The month-end
      * BILLING-STATEMENTS run reads it back household by household:
      * entries posted before the statement month make the opening
      * balance, entries posted within it print as the statement's
      * lines, and the charge dates drive the aging buckets.
      ******************************************************************
       01 ACCOUNT-LEDGER-REC.
           05 BL-CUSTOMER-NUMBER PIC 9(06).
           05 FILLER             PIC X(01).
           05 BL-POST-DATE       PIC 9(08).
           05 FILLER             PIC X(01).
           05 BL-TRANS-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 BL-ENTRY-TYPE      PIC X(01).
               88 BL-CHARGE      VALUE 'C'.
               88 BL-PAYMENT     VALUE 'P'.
           05 FILLER             PIC X(01).
           05 BL-AMOUNT          PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 BL-REFERENCE       PIC X(10).
           05 FILLER             PIC X(01).
           05 BL-DESCRIPTION     PIC X(30).
           05 FILLER             PIC X(01).
           05 BL-USER-ID         PIC X(08).
