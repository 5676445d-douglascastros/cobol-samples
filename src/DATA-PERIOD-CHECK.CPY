      ******************************************************************
      * DATA-PERIOD-CHECK.CPY
      * request area for the PERIOD-CHECK subprogram: put the date a
      * transaction would land on in PQ-CHECK-DATE -- its effective
      * date, or ZEROS for the business date off the run-control
      * file -- CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST, and
      * PQ-CLOSED comes back 'Y' when that date's month is closed on
      * the period-close control file (DATA-PERIOD-CLOSE.CPY) and
      * has not been reopened; PQ-PERIOD names the month and
      * PQ-MESSAGE carries a reject reason ready for the caller's
      * report. PQ-IN-FORCE comes back 'N' while no month has ever
      * been closed on this box.
      ******************************************************************
       01 PERIOD-CHECK-REQUEST.
           05 PQ-CHECK-DATE PIC 9(08).
           05 PQ-IN-FORCE   PIC X(01).
           05 PQ-CLOSED     PIC X(01).
           05 PQ-PERIOD     PIC 9(06).
           05 PQ-MESSAGE    PIC X(40).
