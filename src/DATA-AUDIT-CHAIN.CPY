      ******************************************************************
      * DATA-AUDIT-CHAIN.CPY
      * request area for the AUDIT-CHAIN-VALUE subprogram: the caller
      * moves a whole audit-trail record (DATA-AUDIT.CPY) into
      * CH-RECORD and CALLs; CH-CHECK-VALUE comes back as the check
      * value that record should carry, worked from its content,
      * its sequence number and the previous record's check value.
      * AUDIT-WRITER stamps it on every record it appends and
      * AUDIT-CHAIN-VERIFY recomputes it to prove the record whole.
      ******************************************************************
       01 AUDIT-CHAIN-REQUEST.
           05 CH-RECORD      PIC X(161).
           05 CH-CHECK-VALUE PIC 9(10).
