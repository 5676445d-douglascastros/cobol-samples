      ******************************************************************
      * DATA-POSTAL-RANGE.CPY
      * request area for the POSTAL-RANGE-LOOKUP subprogram: put the
      * household's postal code in PR-POSTAL-CODE and its city in
      * PR-CITY-NAME, CALL 'POSTAL-RANGE-LOOKUP' USING
      * POSTAL-RANGE-REQUEST, and PR-RESULT says whether the code
      * belongs to that city on the postal-code range master
      * (src/postal-range-master.txt, maintained by
      * POSTAL-RANGE-MAINTENANCE): 'Y' it does, 'N' the range that
      * covers it belongs to the city in PR-RANGE-CITY, 'U' no range
      * covers it at all. Ranges are compared on the five-digit zone,
      * and the cities through CITY-NORMALIZE and the alias master,
      * so a spelling difference is never a mismatch. PR-IN-FORCE
      * comes back 'N' when no range master has been built on this
      * box, and the callers then let the code through.
      ******************************************************************
       01 POSTAL-RANGE-REQUEST.
           05 PR-POSTAL-CODE PIC X(10).
           05 PR-CITY-NAME   PIC X(30).
           05 PR-IN-FORCE    PIC X(01).
           05 PR-RESULT      PIC X(01).
               88 PR-CODE-IN-CITY     VALUE 'Y'.
               88 PR-CODE-OTHER-CITY  VALUE 'N'.
               88 PR-CODE-UNKNOWN     VALUE 'U'.
           05 PR-RANGE-CITY  PIC X(30).
