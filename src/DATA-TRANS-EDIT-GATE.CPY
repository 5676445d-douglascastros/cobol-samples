      ******************************************************************
      * DATA-TRANS-EDIT-GATE.CPY
      * request area for the TRANS-EDIT-GATE subprogram: a
      * maintenance program puts its transaction file's id (CITY,
      * CUST, STUD, PERS) and resolved path in here, with where the
      * hash field sits on a transaction line, and CALLs before it
      * opens any master. TG-RESULT comes back 'Y' when the file
      * passed TRANSACTION-EDIT clean, or with its listed errors
      * accepted by the operator, and still carries the count and
      * hash total the edit proved; 'N' otherwise, with the reason
      * in TG-MESSAGE, and the caller refuses to run. A run with no
      * transaction file on hand comes back 'Y' -- there is nothing
      * to apply.
      ******************************************************************
       01 TRANS-EDIT-GATE-REQUEST.
           05 TG-FILE-ID     PIC X(04).
           05 TG-TRANS-PATH  PIC X(60).
           05 TG-HASH-START  PIC 9(03).
           05 TG-HASH-LENGTH PIC 9(02).
           05 TG-RESULT      PIC X(01).
           05 TG-MESSAGE     PIC X(60).
