      ******************************************************************
      * DATA-PROGRAM-REQUIREMENT.CPY
      * what one degree program asks of a graduate
      * (src/program-requirements.dat), keyed on the program code
      * the student master carries. PROGRAM-REQUIREMENTS-MAINTENANCE
      * keeps it; DEGREE-AUDIT holds each student's transcript up to
      * it. Every required course must be passed; each elective
      * group is satisfied by passing PR-GROUP-NEEDED of the courses
      * listed in it (a group needing zero is not in use); and the
      * passed courses must add up to PR-MIN-HOURS credit hours at a
      * cumulative average of PR-MIN-AVERAGE or better.
      ******************************************************************
       01 PROGRAM-REQUIREMENT-REC.
           05 PR-PROGRAM-CODE    PIC X(04).
           05 PR-TITLE           PIC X(30).
           05 PR-MIN-HOURS       PIC 9(03).
           05 PR-MIN-AVERAGE     PIC 9(02)V99.
           05 PR-REQUIRED-COURSE PIC X(06) OCCURS 8 TIMES.
           05 PR-ELECTIVE-GROUP OCCURS 3 TIMES.
               10 PR-GROUP-NEEDED PIC 9(01).
               10 PR-GROUP-COURSE PIC X(06) OCCURS 5 TIMES.
