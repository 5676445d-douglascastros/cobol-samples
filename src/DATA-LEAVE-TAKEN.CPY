      ******************************************************************
      * DATA-LEAVE-TAKEN.CPY
      * one stretch of leave as LEAVE-POSTING accepted it, appended
      * to the leave history src/leave-taken-history.txt: the
      * employee, the first and last days away (both business days
      * on the holiday calendar), the business days charged against
      * the balance, the business date it was posted and the user
      * who keyed it. LEAVE-POSTING reads the history back to refuse
      * a stretch overlapping one already taken, and LEAVE-STATEMENT
      * lists the year's stretches under each employee.
      ******************************************************************
       01 LEAVE-TAKEN-REC.
           05 LH-EMPLOYEE-ID       PIC 9(06).
           05 LH-COMMA-1           PIC X(01).
           05 LH-FROM-DATE         PIC 9(08).
           05 LH-COMMA-2           PIC X(01).
           05 LH-TO-DATE           PIC 9(08).
           05 LH-COMMA-3           PIC X(01).
           05 LH-DAYS              PIC 9(03).
           05 LH-COMMA-4           PIC X(01).
           05 LH-POSTED-DATE       PIC 9(08).
           05 LH-COMMA-5           PIC X(01).
           05 LH-USER-ID           PIC X(08).
