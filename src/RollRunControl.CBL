           MOVE SPACES TO RUN-CONTROL-REC
           MOVE WS-NEW-DATE TO RC-RUN-DATE
           MOVE WS-ENVIRONMENT-CODE TO RC-ENVIRONMENT-CODE
      * a new business date always opens on the nightly cycle
           MOVE ZEROS TO RC-CYCLE-NUMBER
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'RUN DATE ROLLED ' WS-OLD-DATE ' -> '
