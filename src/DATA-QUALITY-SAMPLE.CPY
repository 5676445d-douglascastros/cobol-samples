      ******************************************************************
      * DATA-QUALITY-SAMPLE.CPY
      * one register record drawn into the nightly quality sample
      * (src/quality-sample.txt): the business date it was drawn on,
      * its code and the branch that keyed it, and the clerk's
      * verdict once reviewed -- QS-RESULT blank while awaiting
      * review, P passed, F failed with the error type in QS-REASON
      * (see DATA-QUALITY-ERRORS.CPY), and who reviewed it and when.
      * REGISTER-QUALITY-SAMPLE draws the records, REGISTER-QUALITY-
      * REVIEW records the verdicts and REGISTER-QUALITY-REPORT rates
      * the week.
      ******************************************************************
       01 QUALITY-SAMPLE-REC.
           05 QS-SAMPLE-DATE PIC 9(08).
           05 QS-COMMA-1     PIC X(01).
           05 QS-CODE        PIC 9(06).
           05 QS-COMMA-2     PIC X(01).
           05 QS-BRANCH      PIC X(03).
           05 QS-COMMA-3     PIC X(01).
           05 QS-RESULT      PIC X(01).
           05 QS-COMMA-4     PIC X(01).
           05 QS-REASON      PIC X(04).
           05 QS-COMMA-5     PIC X(01).
           05 QS-REVIEWER    PIC X(08).
           05 QS-COMMA-6     PIC X(01).
           05 QS-REVIEW-DATE PIC 9(08).
