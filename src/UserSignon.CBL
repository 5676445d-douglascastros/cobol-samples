      *          credentials file answers sign-on-not-in-force and
      *          lets the caller proceed, the same posture the
      *          authority check takes toward a missing authority
      *          file. Each id carries the employee id of the person
      *          it belongs to (zeros for a service id), which is
      *          carried through untouched here and is how a
      *          termination finds the ids to lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-SIGNON.
           05 UC-FAIL-COUNT  PIC 9(01).
           05 UC-COMMA-4     PIC X(01).
           05 UC-LOCKED      PIC X(01).
           05 UC-COMMA-5     PIC X(01).
           05 UC-EMPLOYEE-ID PIC 9(06).

       WORKING-STORAGE SECTION.

               10 WS-CRED-EXPIRY   PIC 9(08).
               10 WS-CRED-FAILS    PIC 9(01).
               10 WS-CRED-LOCKED   PIC X(01).
               10 WS-CRED-EMPLOYEE PIC 9(06).
       01 WS-CRED-IDX PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
                               WS-CRED-FAILS (WS-CRED-COUNT)
                           MOVE UC-LOCKED TO
                               WS-CRED-LOCKED (WS-CRED-COUNT)
                           IF UC-EMPLOYEE-ID IS NUMERIC
                               MOVE UC-EMPLOYEE-ID TO
                                   WS-CRED-EMPLOYEE (WS-CRED-COUNT)
                           ELSE
                               MOVE ZEROS TO
                                   WS-CRED-EMPLOYEE (WS-CRED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-CRED-FAILS (WS-CRED-IDX) TO UC-FAIL-COUNT
               MOVE ',' TO UC-COMMA-4
               MOVE WS-CRED-LOCKED (WS-CRED-IDX) TO UC-LOCKED
               MOVE ',' TO UC-COMMA-5
               MOVE WS-CRED-EMPLOYEE (WS-CRED-IDX) TO UC-EMPLOYEE-ID
               WRITE CREDENTIALS-REC
           END-PERFORM
           CLOSE CREDENTIALS-FILE.
