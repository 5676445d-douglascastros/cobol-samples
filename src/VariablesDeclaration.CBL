           05 PS-HIRE-DATE       PIC X(10).
           05 FILLER             PIC X(01).
           05 PS-DEPARTMENT-CODE PIC X(04).
      * end date, pay fields and manager, kept for the HR and
      * payroll runs
           05 FILLER             PIC X(49).

       WORKING-STORAGE SECTION.

