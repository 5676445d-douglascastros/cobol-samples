      ******************************************************************
      * DATA-ATTENDANCE-FLAG.CPY
      * one attendance recommendation (src/attendance-
      * recommendations.txt). ATTENDANCE-REPORT rewrites the file on
      * every run with each student whose absence rate in a course
      * has passed the hard threshold: 'F' fail when the unexcused
      * absences alone are past it, 'I' incomplete when it took the
      * excused ones to get there, so the missed work can still be
      * made up. GRADEBOOK prints the recommendation beside the
      * student's grade line when it next posts that course; the
      * grade itself stays the instructor's call.
      ******************************************************************
       01 ATTENDANCE-FLAG-REC.
           05 AF-STUDENT-ID   PIC 9(06).
           05 AF-COMMA-1      PIC X(01).
           05 AF-COURSE-CODE  PIC X(06).
           05 AF-COMMA-2      PIC X(01).
           05 AF-RECOMMEND    PIC X(01).
               88 AF-RECOMMEND-FAIL       VALUE 'F'.
               88 AF-RECOMMEND-INCOMPLETE VALUE 'I'.
           05 AF-COMMA-3      PIC X(01).
           05 AF-ABSENCE-PCT  PIC 9(03).
           05 AF-COMMA-4      PIC X(01).
           05 AF-AS-OF-DATE   PIC 9(08).
