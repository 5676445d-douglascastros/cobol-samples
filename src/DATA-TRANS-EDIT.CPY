      ******************************************************************
      * DATA-TRANS-EDIT.CPY
      * one line of the transaction edit status file, kept beside
      * the transaction files it vouches for
      * ('transaction-edit-status.txt' in the same directory) and
      * rewritten by TRANSACTION-EDIT: per transaction file, the
      * edit's verdict, when it ran, the transaction count and hash
      * total it proved, the errors it listed and, when the
      * operator accepted those errors, who did. TE-RESULT is C
      * (edited clean), E (errors listed, not accepted), A (errors
      * listed and accepted) or F (the file failed its own control
      * totals -- truncated, doubled or half-keyed -- which no
      * acceptance can pass; the file is sent again). The
      * TRANS-EDIT-GATE subprogram reads it for each maintenance
      * program before any master is opened.
      ******************************************************************
       01 TRANS-EDIT-STATUS-REC.
           05 TE-FILE-ID          PIC X(04).
           05 TE-COMMA-1          PIC X(01).
           05 TE-RESULT           PIC X(01).
               88 TE-CLEAN        VALUE 'C'.
               88 TE-ERRORS       VALUE 'E'.
               88 TE-ACCEPTED     VALUE 'A'.
               88 TE-FAILED       VALUE 'F'.
           05 TE-COMMA-2          PIC X(01).
           05 TE-EDIT-DATE        PIC 9(08).
           05 TE-COMMA-3          PIC X(01).
           05 TE-EDIT-TIME        PIC 9(08).
           05 TE-COMMA-4          PIC X(01).
           05 TE-RECORD-COUNT     PIC 9(07).
           05 TE-COMMA-5          PIC X(01).
           05 TE-HASH-TOTAL       PIC 9(15).
           05 TE-COMMA-6          PIC X(01).
           05 TE-ERROR-COUNT      PIC 9(05).
           05 TE-COMMA-7          PIC X(01).
           05 TE-ACCEPTED-BY      PIC X(08).
