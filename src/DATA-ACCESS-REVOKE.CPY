      ******************************************************************
      * DATA-ACCESS-REVOKE.CPY
      * request area for the ACCESS-REVOKE subprogram, which acts on
      * every user id linked to one employee through the employee id
      * carried on the credentials file. AX-FUNCTION 'TERM' locks
      * each linked id's credentials and revokes every authority row
      * it holds, one audit record per lock and per row revoked;
      * 'LIST' appends the linked ids' current authority to the
      * transfer review file for the manager of AX-NEW-DEPT to
      * confirm. AX-KEYED-BY and AX-PROGRAM name who and what asked,
      * for the audit trail. AX-USERS-FOUND and AX-ROWS (rows
      * revoked or listed) come back, with AX-MESSAGE ready for the
      * caller's report.
      ******************************************************************
       01 ACCESS-REVOKE-REQUEST.
           05 AX-FUNCTION    PIC X(04).
           05 AX-EMPLOYEE-ID PIC 9(06).
           05 AX-NEW-DEPT    PIC X(04).
           05 AX-KEYED-BY    PIC X(08).
           05 AX-PROGRAM     PIC X(30).
           05 AX-USERS-FOUND PIC 9(03).
           05 AX-ROWS        PIC 9(03).
           05 AX-MESSAGE     PIC X(40).
