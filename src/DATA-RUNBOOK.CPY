      ******************************************************************
      * DATA-RUNBOOK.CPY
      * one line of the batch recovery runbook (src/batch-runbook.txt,
      * maintained and audited by RUNBOOK-MAINTENANCE), keyed by the
      * step name, the return code it answers and a line number.
      * The return code is three digits as the driver grades it, or
      * ANY for the entry that answers every failure of the step
      * without one of its own. Line 00 names the escalation contact;
      * lines 01 onward are the recovery instructions in the order
      * the operator works them, and the first of them is the one
      * NIGHTLY-BATCH-DRIVER posts to the alert queue.
      ******************************************************************
       01 RUNBOOK-REC.
           05 RB-STEP-NAME   PIC X(30).
           05 RB-COMMA-1     PIC X(01).
           05 RB-RETURN-CODE PIC X(03).
           05 RB-COMMA-2     PIC X(01).
           05 RB-LINE-NO     PIC 9(02).
           05 RB-COMMA-3     PIC X(01).
           05 RB-TEXT        PIC X(60).
