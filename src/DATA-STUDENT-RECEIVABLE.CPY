      ******************************************************************
      * DATA-STUDENT-RECEIVABLE.CPY
      * one entry on the student receivables ledger
      * (src/student-receivables.txt), kept by TUITION-BILLING the
      * way BILLING-POST keeps the household account ledger: every
      * tuition charge, refund credit and payment is appended under
      * the student id and never rewritten, so the ledger stays the
      * proof of what was billed and paid. A charge carries the term
      * it bills and the date it falls due; a refund credit carries
      * the term it reverses; a payment carries the date the student
      * paid. A student's balance is charges less credits, and the
      * past-due part is whatever the credits leave of the charges
      * already past their due date.
      ******************************************************************
       01 STUDENT-RECEIVABLE-REC.
           05 SR-STUDENT-ID  PIC 9(06).
           05 FILLER         PIC X(01).
           05 SR-TERM        PIC 9(02).
           05 FILLER         PIC X(01).
           05 SR-POST-DATE   PIC 9(08).
           05 FILLER         PIC X(01).
           05 SR-TRANS-DATE  PIC 9(08).
           05 FILLER         PIC X(01).
           05 SR-DUE-DATE    PIC 9(08).
           05 FILLER         PIC X(01).
           05 SR-ENTRY-TYPE  PIC X(01).
               88 SR-CHARGE  VALUE 'C'.
               88 SR-REFUND  VALUE 'R'.
               88 SR-PAYMENT VALUE 'P'.
           05 FILLER         PIC X(01).
           05 SR-AMOUNT      PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 SR-REFERENCE   PIC X(10).
           05 FILLER         PIC X(01).
           05 SR-DESCRIPTION PIC X(30).
           05 FILLER         PIC X(01).
           05 SR-USER-ID     PIC X(08).
