      ******************************************************************
      * DATA-INSTRUCTOR.CPY
      * one instructor (src/instructor-master.dat), keyed on the
      * instructor code GRADEBOOK stamps on every term posting.
      * INSTRUCTOR-MAINTENANCE keeps it; IM-DEPT-CODE is the
      * instructor's department on the department master, and an
      * instructor who has left is set inactive rather than deleted
      * while the transcript still carries the code, so the
      * GRADE-DISTRIBUTION history keeps its names.
      ******************************************************************
       01 INSTRUCTOR-REC.
           05 IM-INSTRUCTOR-CODE PIC X(06).
           05 IM-NAME            PIC X(20).
           05 IM-DEPT-CODE       PIC X(04).
           05 IM-STATUS          PIC X(01).
               88 IM-ACTIVE      VALUE 'A'.
               88 IM-INACTIVE    VALUE 'I'.
               88 IM-VALID-STATUS VALUES 'A' 'I'.
