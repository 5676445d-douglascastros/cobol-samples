      ******************************************************************
      * DATA-TERRITORY.CPY
      * request area for the TERRITORY-LOOKUP subprogram: put the
      * city name in TR-CITY-NAME and its state in TR-STATE, CALL
      * 'TERRITORY-LOOKUP' USING TERRITORY-REQUEST, and when the
      * sales territory master (src/territory-master.txt, maintained
      * and audited by TERRITORY-MAINTENANCE) places the city,
      * TR-FOUND comes back 'Y' with the territory code and its
      * manager. A city override ('C' on the master) wins over its
      * state's territory ('S'); TR-MATCHED-ON says which one
      * answered. A city in no territory comes back TR-FOUND 'N' and
      * the caller lists it as unassigned rather than dropping it.
      * Both sides of every compare run through CITY-NORMALIZE.
      ******************************************************************
       01 TERRITORY-REQUEST.
           05 TR-CITY-NAME   PIC X(30).
           05 TR-STATE       PIC X(20).
           05 TR-TERRITORY   PIC X(06).
           05 TR-MANAGER     PIC X(20).
           05 TR-FOUND       PIC X(01).
           05 TR-MATCHED-ON  PIC X(01).
