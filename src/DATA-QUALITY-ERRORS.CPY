      ******************************************************************
      * DATA-QUALITY-ERRORS.CPY
      * the error types a clerk may give a failed quality-sample
      * record, with the description the weekly report prints: the
      * city enrichment wrong, the state or country wrong for the
      * city, the name mangled or cut short, the code wrong or the
      * record not what was keyed, the record missing from the
      * register altogether, or anything else.
      ******************************************************************
       01 WS-QUALITY-ERROR-VALUES.
           05 FILLER PIC X(34) VALUE
               'CITYWRONG CITY ENRICHMENT'.
           05 FILLER PIC X(34) VALUE
               'GEOGWRONG STATE OR COUNTRY'.
           05 FILLER PIC X(34) VALUE
               'NAMENAME MANGLED OR TRUNCATED'.
           05 FILLER PIC X(34) VALUE
               'CODEWRONG CODE OR WRONG RECORD'.
           05 FILLER PIC X(34) VALUE
               'MISSMISSING FROM THE REGISTER'.
           05 FILLER PIC X(34) VALUE
               'OTHROTHER'.
       01 WS-QUALITY-ERROR-TABLE REDEFINES WS-QUALITY-ERROR-VALUES.
           05 WS-QE-ENTRY OCCURS 6 TIMES.
               10 WS-QE-CODE        PIC X(04).
               10 WS-QE-DESCRIPTION PIC X(30).
       01 WS-QE-COUNT PIC 9(02) VALUE 6.
       01 WS-QE-IDX   PIC 9(02) VALUE ZEROS.
