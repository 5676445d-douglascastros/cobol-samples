      * catalog) and a flag byte per grade: spaces for a normal
      * grade, 'I' for an incomplete awaiting makeup -- an incomplete
      * is excluded from averages and carries a makeup deadline on
      * the incomplete-grades queue. TD-INSTRUCTOR-CODE is the
      * instructor GRADEBOOK posted the term under (on the instructor
      * master; blank on postings from before it was kept), which is
      * what GRADE-DISTRIBUTION compares instructors on.
      * TRANSCRIPT-CONVERT builds this file from transcripts.txt;
      * programs fall back to the text file while the indexed one has
      * not been built.
      ******************************************************************
       01 TRANSCRIPT-REC.
           05 TD-KEY.
           05 TD-G1-FLAG     PIC X(01).
           05 TD-GRADE-02    PIC 9(02).
           05 TD-G2-FLAG     PIC X(01).
           05 TD-INSTRUCTOR-CODE PIC X(06).
