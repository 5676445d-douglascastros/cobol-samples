               10 FILLER PIC X(30) VALUE 'GRADE CORRECTION'.
               10 FILLER PIC X(40) VALUE './GradeCorrection'.
               10 FILLER PIC X(04) VALUE 'STUD'.
           05 FILLER.
               10 FILLER PIC X(01) VALUE '9'.
               10 FILLER PIC X(30) VALUE 'TRANSACTION EDIT'.
               10 FILLER PIC X(40) VALUE './TransactionEdit'.
               10 FILLER PIC X(04) VALUE SPACES.
       01 WS-MENU-TABLE REDEFINES WS-MENU-TABLE-SRC.
           05 WS-MENU-ENTRY OCCURS 9 TIMES.
               10 WS-MENU-KEY     PIC X(01).
               10 WS-MENU-TITLE   PIC X(30).
               10 WS-MENU-COMMAND PIC X(40).
               10 WS-MENU-MASTER  PIC X(04).
       01 WS-MENU-IDX   PIC 9(02) VALUE ZEROS.
       01 WS-MENU-FOUND PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY 'OPERATIONS MENU -- USER ' WS-USER-ID
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 9
               MOVE WS-MENU-MASTER (WS-MENU-IDX) TO WS-CHECK-MASTER
               PERFORM 0150-CHECK-FUNCTION-ACCESS
               IF WS-MAY-USE = 'Y'
       0200-LAUNCH-CHOICE.
           MOVE ZEROS TO WS-MENU-FOUND
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 9
                   OR WS-MENU-FOUND > ZEROS
               IF WS-MENU-KEY (WS-MENU-IDX) = WS-CHOICE
                   MOVE WS-MENU-IDX TO WS-MENU-FOUND
