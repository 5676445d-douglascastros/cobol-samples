      * received, received equals written plus rejects plus skipped,
      * and the extract and report totals match the register. When
      * the same step posts the same counter twice in one date (a
      * rerun), the latest posting stands. LG-CYCLE-NUMBER names the
      * processing cycle within the date: 00 (or blank, from a
      * program that never sets it) for the nightly run, 01 upward
      * for an intraday cycle over a late branch file, so each cycle
      * cross-foots on its own before the day is footed as a whole.
      ******************************************************************
       01 CONTROL-LEDGER-REC.
           05 LG-BUSINESS-DATE PIC 9(08).
           05 LG-COUNTER-NAME  PIC X(20).
           05 FILLER           PIC X(01).
           05 LG-COUNTER-VALUE PIC 9(09).
           05 FILLER           PIC X(01).
           05 LG-CYCLE-NUMBER  PIC 9(02).
