      * ('src/audit-trail.txt') by every maintenance program so one
      * file has a running history of program name, timestamp and
      * action across CITY-MASTER-MAINTENANCE, CUSTOMER-MASTER-
      * MAINTENANCE and any maintenance program added later.
      * The last three fields chain the trail and are filled in by
      * AUDIT-WRITER, never by the caller: the record's place in the
      * trail, the check value of the record before it, and its own
      * check value (AUDIT-CHAIN-VALUE over everything ahead of it),
      * so AUDIT-CHAIN-VERIFY can prove nothing was altered, taken
      * out or slipped in. Records written before the chain began
      * carry spaces there.
      ******************************************************************
       01 AUDIT-TRAIL-REC.
           05 AT-PROGRAM-NAME PIC X(30).
           05 AT-DETAIL       PIC X(40).
           05 FILLER          PIC X(01).
           05 AT-USER-ID      PIC X(08).
           05 FILLER          PIC X(01).
           05 AT-SEQUENCE-NUMBER PIC 9(09).
           05 FILLER          PIC X(01).
           05 AT-PREV-CHECK   PIC 9(10).
           05 FILLER          PIC X(01).
           05 AT-CHECK-VALUE  PIC 9(10).
