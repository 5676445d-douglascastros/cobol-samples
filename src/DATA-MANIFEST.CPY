      ******************************************************************
      * DATA-MANIFEST.CPY
      * one line of the release manifest (src/release-manifest.txt,
      * maintained and audited by MANIFEST-MAINTENANCE): the version
      * of a program approved to run in an environment, keyed by the
      * PROGRAM-ID and the environment code exactly as the program
      * reports them to JOBLOG. MANIFEST-CHECK holds every START on
      * the job log against it each morning.
      ******************************************************************
       01 MANIFEST-REC.
           05 MF-PROGRAM-ID  PIC X(30).
           05 MF-COMMA-1     PIC X(01).
           05 MF-ENVIRONMENT PIC X(04).
           05 MF-COMMA-2     PIC X(01).
           05 MF-VERSION     PIC X(10).
