      ******************************************************************
      * DATA-LEAVE-POLICY.CPY
      * the leave policy table, src/leave-policy.txt, read by
      * LEAVE-ACCRUAL, LEAVE-STATEMENT and LEAVE-CARRY-OVER. One band
      * line per tenure band ('B'), giving the fewest whole years of
      * service the band starts at and the days of leave it accrues
      * for each full month worked, and one cap line ('C') giving
      * the most days a balance may carry into a new leave year.
      * Tenure is worked the way SERVICE-ANNIVERSARY-REPORT works it
      * -- the DATE-UTILS age of the hire date -- and a person falls
      * in the band with the highest starting year they have reached,
      * so the table needs a band starting at 00 and the lines may
      * be kept in any order.
      ******************************************************************
       01 LEAVE-POLICY-REC.
           05 LP-ROW-TYPE          PIC X(01).
               88 LP-BAND-ROW      VALUE 'B'.
               88 LP-CAP-ROW       VALUE 'C'.
           05 LP-COMMA-1           PIC X(01).
           05 LP-BODY              PIC X(10).
           05 LP-BAND-BODY REDEFINES LP-BODY.
               10 LP-MIN-YEARS     PIC 9(02).
               10 LP-COMMA-2       PIC X(01).
               10 LP-DAYS-PER-MONTH PIC 9(02)V99.
               10 FILLER           PIC X(03).
           05 LP-CAP-BODY REDEFINES LP-BODY.
               10 LP-CARRY-CAP     PIC 9(03)V99.
               10 FILLER           PIC X(05).
