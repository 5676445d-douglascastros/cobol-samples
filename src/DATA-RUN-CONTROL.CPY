      * startup from RUN-CONTROL-FILE ('src/run-control.txt') so one
      * place controls the business run date and TEST/PROD environment
      * code for the whole night's batch, instead of each program
      * keeping its own copy. RC-CYCLE-NUMBER is 00 (or blank, as
      * older control files carry it) for the nightly cycle; the
      * operator keys 01, 02 ... to run READ-FILES and WRITE-FILES
      * as a numbered intraday cycle over a late branch file within
      * the same business date
      ******************************************************************
       01 RUN-CONTROL-REC.
           05 RC-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01).
           05 RC-ENVIRONMENT-CODE PIC X(04).
           05 FILLER              PIC X(01).
           05 RC-CYCLE-NUMBER     PIC 9(02).
