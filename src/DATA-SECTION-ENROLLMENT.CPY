      ******************************************************************
      * DATA-SECTION-ENROLLMENT.CPY
      * one student's place in one course section
      * (src/section-enrollments.dat), keyed on the section key
      * followed by the student id, so a section's roster reads as a
      * keyed START/READ NEXT. EN-STATUS is E for a seated student,
      * W for one on the waitlist (EN-WAIT-SEQ is the arrival order
      * served when a seat opens) and D for one who dropped; a
      * dropped record stays on file as the history and is reused
      * if the student asks for the section again. SECTION-ENROLLMENT
      * writes the file and GRADEBOOK grades the seated students of
      * the section its parm names.
      ******************************************************************
       01 SECTION-ENROLLMENT-REC.
           05 EN-KEY.
               10 EN-SECTION-KEY.
                   15 EN-COURSE-CODE PIC X(06).
                   15 EN-TERM        PIC 9(02).
                   15 EN-SECTION     PIC X(03).
               10 EN-STUDENT-ID      PIC 9(06).
           05 EN-STATUS           PIC X(01).
               88 EN-SEATED   VALUE 'E'.
               88 EN-WAITING  VALUE 'W'.
               88 EN-DROPPED  VALUE 'D'.
           05 EN-WAIT-SEQ         PIC 9(05).
           05 EN-REQUEST-DATE     PIC 9(08).
           05 EN-REQUEST-TIME     PIC 9(08).
           05 EN-STATUS-DATE      PIC 9(08).
           05 EN-USER-ID          PIC X(08).
