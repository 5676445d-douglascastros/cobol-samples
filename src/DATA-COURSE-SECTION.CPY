      ******************************************************************
      * DATA-COURSE-SECTION.CPY
      * one section of a cataloged course in one term
      * (src/course-sections.dat), keyed on course code, term and
      * section. COURSE-SECTION-MAINTENANCE adds sections and sets
      * the seat limit; SECTION-ENROLLMENT keeps the seated and
      * waiting counts in step with the enrollment file as it seats,
      * waitlists, drops and promotes, and hands out CS-NEXT-WAIT-SEQ
      * so the waitlist is served in the order requests arrived.
      ******************************************************************
       01 COURSE-SECTION-REC.
           05 CS-KEY.
               10 CS-COURSE-CODE PIC X(06).
               10 CS-TERM        PIC 9(02).
               10 CS-SECTION     PIC X(03).
           05 CS-SEAT-LIMIT      PIC 9(03).
           05 CS-SEATED-COUNT    PIC 9(03).
           05 CS-WAITING-COUNT   PIC 9(03).
           05 CS-NEXT-WAIT-SEQ   PIC 9(05).
