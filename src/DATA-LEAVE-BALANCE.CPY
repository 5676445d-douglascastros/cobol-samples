      ******************************************************************
      * DATA-LEAVE-BALANCE.CPY
      * one employee's leave balance on src/leave-balances.txt, the
      * file that takes over from the leave spreadsheet. The figures
      * belong to the leave year named on the line: the days brought
      * forward into it, the days accrued and taken in it so far,
      * and the balance, which is always brought forward plus
      * accrued less taken. LEAVE-ACCRUAL adds each month's credit
      * and stamps the month so a rerun credits nothing twice,
      * LEAVE-POSTING takes off the days in the leave-taken
      * transactions, and LEAVE-CARRY-OVER closes the year --
      * capping the balance, keeping the days forfeited, and
      * opening the next leave year with the capped balance brought
      * forward. Balances taken on from the spreadsheet are keyed
      * as brought-forward days with nothing accrued or taken.
      ******************************************************************
       01 LEAVE-BALANCE-REC.
           05 LB-EMPLOYEE-ID       PIC 9(06).
           05 LB-COMMA-1           PIC X(01).
           05 LB-LEAVE-YEAR        PIC 9(04).
           05 LB-COMMA-2           PIC X(01).
           05 LB-BROUGHT-FORWARD   PIC 9(03)V99.
           05 LB-COMMA-3           PIC X(01).
           05 LB-ACCRUED-YTD       PIC 9(03)V99.
           05 LB-COMMA-4           PIC X(01).
           05 LB-TAKEN-YTD         PIC 9(03)V99.
           05 LB-COMMA-5           PIC X(01).
           05 LB-BALANCE           PIC 9(03)V99.
           05 LB-COMMA-6           PIC X(01).
           05 LB-LAST-ACCRUAL      PIC 9(06).
           05 LB-COMMA-7           PIC X(01).
           05 LB-FORFEITED         PIC 9(03)V99.
