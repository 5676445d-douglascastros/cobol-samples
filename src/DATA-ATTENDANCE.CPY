      ******************************************************************
      * DATA-ATTENDANCE.CPY
      * one class meeting for one student (src/attendance.dat),
      * keyed on student id, course code and class date, so one
      * student's attendance in one course reads as a run of keys.
      * ATTENDANCE-RECORDING loads it from the daily attendance
      * transactions; ATTENDANCE-REPORT turns it into the weekly
      * absence rates. AR-STATUS is 'P' present, 'A' absent, 'E' an
      * excused absence; AR-RECORDED-DATE and AR-USER-ID say when
      * and by whom the mark was last keyed.
      ******************************************************************
       01 ATTENDANCE-REC.
           05 AR-KEY.
               10 AR-STUDENT-ID  PIC 9(06).
               10 AR-COURSE-CODE PIC X(06).
               10 AR-CLASS-DATE  PIC 9(08).
           05 AR-STATUS          PIC X(01).
               88 AR-PRESENT     VALUE 'P'.
               88 AR-ABSENT      VALUE 'A'.
               88 AR-EXCUSED     VALUE 'E'.
               88 AR-VALID-STATUS VALUES 'P' 'A' 'E'.
           05 AR-RECORDED-DATE   PIC 9(08).
           05 AR-USER-ID         PIC X(08).
