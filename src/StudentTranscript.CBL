           05 CC-CODE         PIC X(06).
           05 CC-TITLE        PIC X(30).
           05 CC-CREDIT-HOURS PIC 9(02).
           05 CC-PREREQ-CODE  PIC X(06) OCCURS 3 TIMES.

       FD TRANSCRIPT-REPORT.
       01 TRANSCRIPT-REPORT-LINE PIC X(90).
