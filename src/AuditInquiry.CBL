           ==AT-RUN-TIME==     BY ==AV-RUN-TIME==
           ==AT-ACTION==       BY ==AV-ACTION==
           ==AT-DETAIL==       BY ==AV-DETAIL==
           ==AT-USER-ID==      BY ==AV-USER-ID==
           ==AT-SEQUENCE-NUMBER== BY ==AV-SEQUENCE-NUMBER==
           ==AT-PREV-CHECK==   BY ==AV-PREV-CHECK==
           ==AT-CHECK-VALUE==  BY ==AV-CHECK-VALUE==.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-AUDIT PIC X(02) VALUE '00'.
       01 WS-SEL-DATE-FROM PIC 9(08) VALUE ZEROS.
       01 WS-SEL-DATE-TO   PIC 9(08) VALUE 99999999.
       01 WS-SEL-ACTION    PIC X(30) VALUE SPACES.
      * most maintenance programs follow the action code in AT-ACTION
      * with the key they touched; the filter and the summary work on
      * that leading word so one action is not split per key
       01 WS-ACTION-CODE   PIC X(30) VALUE SPACES.
       01 WS-SEL-SEARCH    PIC X(20) VALUE SPACES.
       01 WS-SEL-USER-ID   PIC X(08) VALUE SPACES.
       01 WS-SEARCH-LEN    PIC 9(02) VALUE ZEROS.
      * all of them pass
       0200-SELECT-RECORD.
           MOVE 'Y' TO WS-RECORD-WANTED
           MOVE SPACES TO WS-ACTION-CODE
           UNSTRING AT-ACTION DELIMITED BY SPACE
               INTO WS-ACTION-CODE
           END-UNSTRING
           IF WS-SEL-PROGRAM NOT = SPACES
                   AND AT-PROGRAM-NAME NOT = WS-SEL-PROGRAM
               MOVE 'N' TO WS-RECORD-WANTED
           END-IF
           IF WS-SEL-ACTION NOT = SPACES
                   AND AT-ACTION NOT = WS-SEL-ACTION
                   AND WS-ACTION-CODE NOT = WS-SEL-ACTION
               MOVE 'N' TO WS-RECORD-WANTED
           END-IF
           IF WS-SEL-USER-ID NOT = SPACES
                   OR WS-SUMMARY-FOUND = 'Y'
               ADD 1 TO WS-SUMMARY-IDX
               IF WS-SUM-PROGRAM (WS-SUMMARY-IDX) = AT-PROGRAM-NAME
                       AND WS-SUM-ACTION (WS-SUMMARY-IDX) =
                           WS-ACTION-CODE
                   MOVE 'Y' TO WS-SUMMARY-FOUND
                   ADD 1 TO WS-SUM-COUNT (WS-SUMMARY-IDX)
               END-IF
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE AT-PROGRAM-NAME TO
                       WS-SUM-PROGRAM (WS-SUMMARY-COUNT)
                   MOVE WS-ACTION-CODE TO
                       WS-SUM-ACTION (WS-SUMMARY-COUNT)
                   MOVE 1 TO WS-SUM-COUNT (WS-SUMMARY-COUNT)
               ELSE
