      ******************************************************************
      * DATA-TERM-CONTROL.CPY
      * the term control record, a single line on
      * src/term-control.txt, written only by TERM-CLOSE. It holds
      * the term GRADEBOOK posts under when its parm names none, and
      * one byte per term number (TC-TERM-STATE (nn)) that is 'C'
      * once the term has been closed: GRADEBOOK refuses to post
      * into a closed term, while GRADE-CORRECTION and the
      * incomplete makeups through INCOMPLETE-CHECK still land in
      * it. Rolling into a term number clears its byte, so a term
      * number used again in a later year opens fresh. No file
      * means no term has ever been closed through TERM-CLOSE.
      ******************************************************************
       01 TERM-CONTROL-REC.
           05 TC-CURRENT-TERM     PIC 9(02).
           05 TC-COMMA-1          PIC X(01).
           05 TC-LAST-CLOSED-TERM PIC 9(02).
           05 TC-COMMA-2          PIC X(01).
           05 TC-CLOSED-BY        PIC X(08).
           05 TC-COMMA-3          PIC X(01).
           05 TC-CLOSED-DATE      PIC 9(08).
           05 TC-COMMA-4          PIC X(01).
           05 TC-TERM-MAP.
               10 TC-TERM-STATE   PIC X(01) OCCURS 99 TIMES.
