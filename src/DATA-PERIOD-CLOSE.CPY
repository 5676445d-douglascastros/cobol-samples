      ******************************************************************
      * DATA-PERIOD-CLOSE.CPY
      * the period-close control record, one line per month on
      * src/period-close.txt, written only by PERIOD-CLOSE. A month
      * is closed (C) once finance has signed it off and every
      * business day in it balanced clean on BALANCE-REPORT; from
      * then on the maintenance programs refuse any transaction
      * whose effective or business date falls in it. A separately
      * authorized reopen turns the line to R with who reopened it,
      * when and why, and changes may land again until the month is
      * closed a second time. A month with no line has never been
      * closed.
      ******************************************************************
       01 PERIOD-CLOSE-REC.
           05 PC-PERIOD        PIC 9(06).
           05 PC-COMMA-1       PIC X(01).
           05 PC-STATUS        PIC X(01).
               88 PC-CLOSED        VALUE 'C'.
               88 PC-REOPENED      VALUE 'R'.
           05 PC-COMMA-2       PIC X(01).
           05 PC-CLOSED-BY     PIC X(08).
           05 PC-COMMA-3       PIC X(01).
           05 PC-CLOSED-DATE   PIC 9(08).
           05 PC-COMMA-4       PIC X(01).
           05 PC-CLOSED-TIME   PIC 9(08).
           05 PC-COMMA-5       PIC X(01).
           05 PC-REOPENED-BY   PIC X(08).
           05 PC-COMMA-6       PIC X(01).
           05 PC-REOPENED-DATE PIC 9(08).
           05 PC-COMMA-7       PIC X(01).
           05 PC-REOPEN-REASON PIC X(30).
