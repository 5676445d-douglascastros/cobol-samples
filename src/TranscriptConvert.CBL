           MOVE TG-TERM       TO TD-TERM
           MOVE TG-NAME       TO TD-NAME
           MOVE SPACES        TO TD-COURSE-CODE
           MOVE SPACES        TO TD-INSTRUCTOR-CODE
           MOVE TG-GRADE-01   TO TD-GRADE-01
           MOVE TG-GRADE-02   TO TD-GRADE-02
           IF TG-GRADE-01 = WS-INCOMPLETE-GRADE
