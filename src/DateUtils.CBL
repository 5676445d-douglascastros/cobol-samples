       01 WS-DAY-OF-WEEK  PIC X(03) VALUE SPACES.

       01 WS-BUSINESS-DAYS-LEFT PIC 9(03) VALUE ZEROS.
       01 WS-CALENDAR-DAYS-LEFT PIC 9(03) VALUE ZEROS.

      * serial-day work fields for the calendar-day difference
       01 WS-SERIAL-YEAR  PIC S9(05) VALUE ZEROS.
                   PERFORM 0800-DAY-OF-WEEK
               WHEN 'DIFD'
                   PERFORM 0900-DIFF-DAYS
               WHEN 'ADDC'
                   PERFORM 0750-ADD-CALENDAR-DAYS
               WHEN OTHER
                   MOVE 'N' TO DU-VALID-FLAG
                   DISPLAY 'DATE-UTILS: UNKNOWN FUNCTION '
           END-PERFORM
           MOVE WS-WORK-DATE TO DU-DATE-OUT.

      * calendar days, weekends and holidays counted like any other
       0750-ADD-CALENDAR-DAYS.
           MOVE DU-DATE-1 TO WS-WORK-DATE
           MOVE DU-DAYS TO WS-CALENDAR-DAYS-LEFT
           PERFORM UNTIL WS-CALENDAR-DAYS-LEFT = ZEROS
               PERFORM 0590-NEXT-CALENDAR-DAY
               SUBTRACT 1 FROM WS-CALENDAR-DAYS-LEFT
           END-PERFORM
           MOVE WS-WORK-DATE TO DU-DATE-OUT.

      * hands the caller the three-letter day of week, so programs
      * that need weekday knowledge (the holiday-calendar weekend
      * check, the schedule's business-day frequencies) share the one
