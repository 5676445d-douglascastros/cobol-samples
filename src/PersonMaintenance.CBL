      *          like the other maintenance programs (master id
      *          PERS), sign-on is honored, every change lands on
      *          the shared audit trail, and before/after images go
      *          to the shared journal under PERSFILE. The person's
      *          user ids follow them through ACCESS-REVOKE: a
      *          terminate locks them and revokes all their
      *          authority the same day, a transfer lists their
      *          authority for the new department's manager to
      *          confirm. Pay is kept per person too: a pay type
      *          (S salaried, annual rate; H hourly, rate per hour)
      *          and rate may come in on the hire, and a rate change
      *          ('R') lands on its effective date, the rate it
      *          replaces kept alongside so PAYROLL-REGISTER can
      *          split a period across the change. A rate change is
      *          journaled and audited like any other change, and is
      *          refused when dated into a closed month. Each person
      *          may name the employee they report to: on the hire,
      *          or through a manager change ('M', zeros for the top
      *          of the tree). The manager must be an active person
      *          on file, and a change that would make the person
      *          report to themselves anywhere up the chain is
      *          refused. Terminating a manager reports how many
      *          people are left to reassign; ORG-CHART-REPORT lists
      *          them by name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-MAINTENANCE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-JOURNAL.

      * authorization reference: which users may Hire, Transfer,
      * tErminate, or change a pay Rate or a Manager; checked
      * before any transaction is applied
           SELECT USER-AUTHORITY-FILE ASSIGN TO
               'src/user-authority.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           05 PT-END-DATE    PIC 9(08).
           05 PT-COMMA-7     PIC X(01).
           05 PT-USER-ID     PIC X(08).
      * pay type, rate and the date it takes effect: carried by a
      * rate change, and optionally by a hire (the hire date then
      * stands as the effective date)
           05 PT-COMMA-8     PIC X(01).
           05 PT-PAY-TYPE    PIC X(01).
           05 PT-COMMA-9     PIC X(01).
           05 PT-PAY-RATE    PIC 9(07)V99.
           05 PT-COMMA-10    PIC X(01).
           05 PT-RATE-EFF-DATE PIC 9(08).
      * the employee id of the person's manager: carried by a
      * manager change, and optionally by a hire
           05 PT-COMMA-11    PIC X(01).
           05 PT-MANAGER-ID  PIC 9(06).
      * the header and trailer lines that bracket the file
       COPY 'src/DATA-TRANS-CONTROL.CPY'.

       FD PERSON-FILE.
       01 PERSON-REC.
           05 PS-SPACE-5         PIC X(01).
           05 PS-END-DATE        PIC 9(08).

      * the pay in force and the rate it replaced; spaces (an
      * old-format line) read as no pay set
           05 PS-SPACE-6         PIC X(01).
           05 PS-PAY-TYPE        PIC X(01).
           05 PS-SPACE-7         PIC X(01).
           05 PS-PAY-RATE        PIC 9(07)V99.
           05 PS-SPACE-8         PIC X(01).
           05 PS-RATE-EFF-DATE   PIC 9(08).
           05 PS-SPACE-9         PIC X(01).
           05 PS-PRIOR-PAY-TYPE  PIC X(01).
           05 PS-SPACE-10        PIC X(01).
           05 PS-PRIOR-PAY-RATE  PIC 9(07)V99.

      * who the person reports to; zeros (or spaces) for the top of
      * the tree
           05 PS-SPACE-11        PIC X(01).
           05 PS-MANAGER-ID      PIC 9(06).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-REC.
           05 DP-CODE             PIC X(04).
           88 WS-ACTION-TRANSFER  VALUE 'T'.
           88 WS-ACTION-TERMINATE VALUE 'E'.
           88 WS-ACTION-INQUIRE   VALUE 'I'.
           88 WS-ACTION-RATE      VALUE 'R'.
           88 WS-ACTION-MANAGER   VALUE 'M'.

      * the whole person file held in storage for the run, the same
      * load-apply-rewrite shape GRADE-CORRECTION works in
               10 WS-PR-HIRE-DATE PIC X(10).
               10 WS-PR-DEPT      PIC X(04).
               10 WS-PR-END-DATE  PIC 9(08).
               10 WS-PR-PAY-TYPE  PIC X(01).
               10 WS-PR-PAY-RATE  PIC 9(07)V99.
               10 WS-PR-RATE-EFF  PIC 9(08).
               10 WS-PR-PRIOR-TYPE PIC X(01).
               10 WS-PR-PRIOR-RATE PIC 9(07)V99.
               10 WS-PR-MANAGER   PIC 9(06).
       01 WS-PERS-IDX PIC 9(03) VALUE ZEROS.
       01 WS-HIT-IDX  PIC 9(03) VALUE ZEROS.

           05 WS-HY-DD   PIC X(02).
       01 WS-HIRE-YMD-N REDEFINES WS-HIRE-YMD PIC 9(08).

      * why a pay type or rate was refused, and the rate as it is
      * reported back
       01 WS-PAY-REASON   PIC X(24) VALUE SPACES.
       01 WS-RATE-EDIT    PIC Z(06)9.99.

       01 WS-IMAGE-TYPE   PIC X(01) VALUE SPACE.
       01 WS-JOURNAL-KEY  PIC X(30) VALUE SPACES.
       01 WS-PERSON-IMAGE PIC X(100) VALUE SPACES.
       01 WS-SIGNON-USER      PIC X(08) VALUE SPACES.
       COPY 'src/DATA-SIGNON.CPY'.

      * closed-period check through the shared PERIOD-CHECK
      * subprogram: a change dated into a month PERIOD-CLOSE has
      * closed is refused
       COPY 'src/DATA-PERIOD-CHECK.CPY'.

      * request area for the shared ACCESS-REVOKE subprogram; its
      * answer is reported on a line of its own under the change
       COPY 'src/DATA-ACCESS-REVOKE.CPY'.
       01 WS-ACCESS-MESSAGE PIC X(40) VALUE SPACES.

      * the manager named on a hire or manager change: where it sits
      * in the table, why it was refused, and the walk up the chain
      * that proves the person does not end up over themselves; a
      * terminated manager's reports to reassign are counted too
       01 WS-MGR-IDX        PIC 9(03) VALUE ZEROS.
       01 WS-MGR-REASON     PIC X(24) VALUE SPACES.
       01 WS-CHAIN-ID       PIC 9(06) VALUE ZEROS.
       01 WS-CHAIN-STEPS    PIC 9(03) VALUE ZEROS.
       01 WS-REPORTS-COUNT  PIC 9(03) VALUE ZEROS.
       01 WS-REPORTS-MESSAGE PIC X(40) VALUE SPACES.

      * gate through the shared TRANS-EDIT-GATE subprogram: the
      * transaction file is applied only after TRANSACTION-EDIT has
      * passed it, or the operator has accepted the errors it listed
       COPY 'src/DATA-TRANS-EDIT-GATE.CPY'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0060-LOAD-AUTHORITY
           PERFORM 0062-VERIFY-SIGNON
           PERFORM 0063-CHECK-TRANSACTION-EDIT
           OPEN INPUT PERSON-TRANS-FILE
           IF WS-FS-STATUS-TRANS NOT = '00'
               DISPLAY 'NO PERSON TRANSACTIONS THIS RUN, STATUS: '
                   AT END
                       MOVE 'S' TO WS-TRANS-END
                   NOT AT END
                       IF NOT TC-CONTROL
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE PT-ACTION TO WS-ACTION-CODE
                           PERFORM 0100-PROCESS-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

                           MOVE ZEROS TO
                               WS-PR-END-DATE (WS-PERS-COUNT)
                       END-IF
                       PERFORM 0085-LOAD-PAY-FIELDS
                       IF PS-MANAGER-ID IS NUMERIC
                           MOVE PS-MANAGER-ID TO
                               WS-PR-MANAGER (WS-PERS-COUNT)
                       ELSE
                           MOVE ZEROS TO
                               WS-PR-MANAGER (WS-PERS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-FILE.

      * the pay fields behind the end date; a line written before
      * pay was kept carries none
       0085-LOAD-PAY-FIELDS.
           MOVE SPACE TO WS-PR-PAY-TYPE (WS-PERS-COUNT)
           MOVE ZEROS TO WS-PR-PAY-RATE (WS-PERS-COUNT)
           MOVE ZEROS TO WS-PR-RATE-EFF (WS-PERS-COUNT)
           MOVE SPACE TO WS-PR-PRIOR-TYPE (WS-PERS-COUNT)
           MOVE ZEROS TO WS-PR-PRIOR-RATE (WS-PERS-COUNT)
           IF (PS-PAY-TYPE = 'S' OR PS-PAY-TYPE = 'H')
                   AND PS-PAY-RATE IS NUMERIC
                   AND PS-RATE-EFF-DATE IS NUMERIC
               MOVE PS-PAY-TYPE TO WS-PR-PAY-TYPE (WS-PERS-COUNT)
               MOVE PS-PAY-RATE TO WS-PR-PAY-RATE (WS-PERS-COUNT)
               MOVE PS-RATE-EFF-DATE TO
                   WS-PR-RATE-EFF (WS-PERS-COUNT)
           END-IF
           IF (PS-PRIOR-PAY-TYPE = 'S' OR PS-PRIOR-PAY-TYPE = 'H')
                   AND PS-PRIOR-PAY-RATE IS NUMERIC
               MOVE PS-PRIOR-PAY-TYPE TO
                   WS-PR-PRIOR-TYPE (WS-PERS-COUNT)
               MOVE PS-PRIOR-PAY-RATE TO
                   WS-PR-PRIOR-RATE (WS-PERS-COUNT)
           END-IF.

       0100-PROCESS-TRANSACTION.
           PERFORM 0070-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 0075-CHECK-PERIOD
           IF PQ-CLOSED = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE PQ-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
               PERFORM 0800-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACCESS-MESSAGE
           MOVE SPACES TO WS-REPORTS-MESSAGE
           EVALUATE TRUE
               WHEN WS-ACTION-HIRE
                   PERFORM 0200-HIRE-PERSON
                   PERFORM 0400-TERMINATE-PERSON
               WHEN WS-ACTION-INQUIRE
                   PERFORM 0500-INQUIRE-PERSON
               WHEN WS-ACTION-RATE
                   PERFORM 0350-CHANGE-PAY-RATE
               WHEN WS-ACTION-MANAGER
                   PERFORM 0370-CHANGE-MANAGER
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-MESSAGE
           END-EVALUATE
           PERFORM 0900-WRITE-REPORT-LINE
           PERFORM 0800-WRITE-AUDIT-RECORD
           IF WS-ACCESS-MESSAGE NOT = SPACES
               MOVE WS-ACCESS-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
           END-IF
           IF WS-REPORTS-MESSAGE NOT = SPACES
               MOVE WS-REPORTS-MESSAGE TO WS-RESULT-MESSAGE
               PERFORM 0900-WRITE-REPORT-LINE
           END-IF.

      * the person's user ids follow the change: locked and revoked
      * on a terminate, listed for review on a transfer
       0450-ACT-ON-ACCESS.
           MOVE PT-EMPLOYEE-ID TO AX-EMPLOYEE-ID
           MOVE PT-DEPARTMENT TO AX-NEW-DEPT
           MOVE PT-USER-ID TO AX-KEYED-BY
           MOVE 'PERSON-MAINTENANCE' TO AX-PROGRAM
           CALL 'ACCESS-REVOKE' USING ACCESS-REVOKE-REQUEST
           MOVE AX-MESSAGE TO WS-ACCESS-MESSAGE.

      * a hire needs an unused employee id, a real hire date and a
      * department the master knows
           IF WS-RESULT-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PT-PAY-TYPE NOT = SPACE
               PERFORM 0270-VALIDATE-PAY-RATE
               IF WS-PAY-REASON NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'HIRE FAILED, ' WS-PAY-REASON
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PT-MANAGER-ID IS NUMERIC AND PT-MANAGER-ID NOT = ZEROS
               PERFORM 0280-VALIDATE-MANAGER
               IF WS-MGR-REASON NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'HIRE FAILED, ' WS-MGR-REASON
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PERS-COUNT >= 200
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'HIRE FAILED, PERSON TABLE FULL' TO
           MOVE PT-HIRE-DATE TO WS-PR-HIRE-DATE (WS-HIT-IDX)
           MOVE PT-DEPARTMENT TO WS-PR-DEPT (WS-HIT-IDX)
           MOVE ZEROS TO WS-PR-END-DATE (WS-HIT-IDX)
           MOVE SPACE TO WS-PR-PAY-TYPE (WS-HIT-IDX)
           MOVE ZEROS TO WS-PR-PAY-RATE (WS-HIT-IDX)
           MOVE ZEROS TO WS-PR-RATE-EFF (WS-HIT-IDX)
           MOVE SPACE TO WS-PR-PRIOR-TYPE (WS-HIT-IDX)
           MOVE ZEROS TO WS-PR-PRIOR-RATE (WS-HIT-IDX)
           MOVE ZEROS TO WS-PR-MANAGER (WS-HIT-IDX)
           IF PT-MANAGER-ID IS NUMERIC
               MOVE PT-MANAGER-ID TO WS-PR-MANAGER (WS-HIT-IDX)
           END-IF
           IF PT-PAY-TYPE NOT = SPACE
               MOVE PT-PAY-TYPE TO WS-PR-PAY-TYPE (WS-HIT-IDX)
               MOVE PT-PAY-RATE TO WS-PR-PAY-RATE (WS-HIT-IDX)
               MOVE WS-HIRE-YMD-N TO WS-PR-RATE-EFF (WS-HIT-IDX)
           END-IF
           MOVE 'Y' TO WS-PERS-CHANGED
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-PERSON-IMAGE
           PERFORM 0650-WRITE-PERSON-JOURNAL
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'TRANSFERRED TO ' PT-DEPARTMENT
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           MOVE 'LIST' TO AX-FUNCTION
           PERFORM 0450-ACT-ON-ACCESS.

      * a rate change takes effect on its own date, never earlier
      * than the hire or the rate now in force; the rate it replaces
      * is kept as the prior rate, except that a second change on
      * the same effective date corrects the first in place
       0350-CHANGE-PAY-RATE.
           PERFORM 0600-FIND-PERSON
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RATE FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-END-DATE (WS-HIT-IDX) NOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RATE FAILED, ALREADY TERMINATED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0270-VALIDATE-PAY-RATE
           IF WS-PAY-REASON NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'RATE FAILED, ' WS-PAY-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VALD' TO DU-FUNCTION
           MOVE PT-RATE-EFF-DATE TO DU-DATE-1
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-VALID-FLAG NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RATE FAILED, EFFECTIVE DATE INVALID' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-HIRE-DATE (WS-HIT-IDX) TO WS-HIRE-SPLIT
           MOVE WS-HS-YYYY TO WS-HY-YYYY
           MOVE WS-HS-MM TO WS-HY-MM
           MOVE WS-HS-DD TO WS-HY-DD
           IF WS-HIRE-YMD-N IS NUMERIC
                   AND PT-RATE-EFF-DATE < WS-HIRE-YMD-N
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RATE FAILED, EFFECTIVE BEFORE HIRE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-RATE-EFF-DATE < WS-PR-RATE-EFF (WS-HIT-IDX)
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RATE FAILED, BEFORE RATE IN FORCE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0640-CAPTURE-PERSON-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-PERSON-JOURNAL
           IF PT-RATE-EFF-DATE > WS-PR-RATE-EFF (WS-HIT-IDX)
               MOVE WS-PR-PAY-TYPE (WS-HIT-IDX) TO
                   WS-PR-PRIOR-TYPE (WS-HIT-IDX)
               MOVE WS-PR-PAY-RATE (WS-HIT-IDX) TO
                   WS-PR-PRIOR-RATE (WS-HIT-IDX)
           END-IF
           MOVE PT-PAY-TYPE TO WS-PR-PAY-TYPE (WS-HIT-IDX)
           MOVE PT-PAY-RATE TO WS-PR-PAY-RATE (WS-HIT-IDX)
           MOVE PT-RATE-EFF-DATE TO WS-PR-RATE-EFF (WS-HIT-IDX)
           MOVE 'Y' TO WS-PERS-CHANGED
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 0640-CAPTURE-PERSON-IMAGE
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-PERSON-JOURNAL
           MOVE PT-PAY-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'RATE ' PT-PAY-TYPE ' ' WS-RATE-EDIT
               ' EFFECTIVE ' PT-RATE-EFF-DATE
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE.

      * a manager change names who the person reports to from now
      * on, or zeros to put them at the top of the tree
       0370-CHANGE-MANAGER.
           PERFORM 0600-FIND-PERSON
           IF WS-HIT-IDX = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'MANAGER FAILED, NOT ON FILE' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-END-DATE (WS-HIT-IDX) NOT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'MANAGER FAILED, ALREADY TERMINATED' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-MANAGER-ID NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'MANAGER FAILED, MANAGER ID NOT NUMERIC' TO
                   WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PT-MANAGER-ID NOT = ZEROS
               PERFORM 0280-VALIDATE-MANAGER
               IF WS-MGR-REASON NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'MANAGER FAILED, ' WS-MGR-REASON
                       DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0640-CAPTURE-PERSON-IMAGE
           MOVE 'B' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-PERSON-JOURNAL
           MOVE PT-MANAGER-ID TO WS-PR-MANAGER (WS-HIT-IDX)
           MOVE 'Y' TO WS-PERS-CHANGED
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 0640-CAPTURE-PERSON-IMAGE
           MOVE 'A' TO WS-IMAGE-TYPE
           PERFORM 0650-WRITE-PERSON-JOURNAL
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF PT-MANAGER-ID = ZEROS
               MOVE 'NOW REPORTS TO NO ONE (TOP)' TO
                   WS-RESULT-MESSAGE
           ELSE
               STRING 'NOW REPORTS TO ' PT-MANAGER-ID ' '
                   WS-PR-NAME (WS-MGR-IDX)
                   DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           END-IF.

      * a terminate stamps the end date; the person stays on the
      * file as history and the reports stop showing them
       0400-TERMINATE-PERSON.
           PERFORM 0650-WRITE-PERSON-JOURNAL
           MOVE SPACES TO WS-RESULT-MESSAGE
           STRING 'TERMINATED EFFECTIVE ' PT-END-DATE
               DELIMITED BY SIZE INTO WS-RESULT-MESSAGE
           PERFORM 0460-COUNT-REPORTS
           MOVE 'TERM' TO AX-FUNCTION
           PERFORM 0450-ACT-ON-ACCESS.

      * the people still reporting to someone just terminated are
      * left without a manager until reassigned
       0460-COUNT-REPORTS.
           MOVE ZEROS TO WS-REPORTS-COUNT
           MOVE ZEROS TO WS-PERS-IDX
           PERFORM UNTIL WS-PERS-IDX = WS-PERS-COUNT
               ADD 1 TO WS-PERS-IDX
               IF WS-PR-MANAGER (WS-PERS-IDX) = PT-EMPLOYEE-ID
                       AND WS-PR-END-DATE (WS-PERS-IDX) = ZEROS
                   ADD 1 TO WS-REPORTS-COUNT
               END-IF
           END-PERFORM
           IF WS-REPORTS-COUNT > ZEROS
               STRING WS-REPORTS-COUNT
                   ' DIRECT REPORT(S) TO REASSIGN'
                   DELIMITED BY SIZE INTO WS-REPORTS-MESSAGE
           END-IF.

       0500-INQUIRE-PERSON.
           PERFORM 0600-FIND-PERSON
                   WS-RESULT-MESSAGE
           END-IF.

      * a pay type the payroll knows and a rate above zero; the
      * reason is left for the caller to prefix
       0270-VALIDATE-PAY-RATE.
           MOVE SPACES TO WS-PAY-REASON
           EVALUATE TRUE
               WHEN PT-PAY-TYPE NOT = 'S' AND PT-PAY-TYPE NOT = 'H'
                   MOVE 'PAY TYPE NOT S OR H' TO WS-PAY-REASON
               WHEN PT-PAY-RATE NOT NUMERIC
                   MOVE 'PAY RATE NOT NUMERIC' TO WS-PAY-REASON
               WHEN PT-PAY-RATE = ZEROS
                   MOVE 'PAY RATE IS ZERO' TO WS-PAY-REASON
           END-EVALUATE.

      * the manager must be an active person on file other than the
      * person themselves, and walking up from the manager must never
      * come back to the person -- that change would close a loop in
      * the reporting tree. The walk stops at the top of the tree, at
      * a manager no longer on file, or after as many steps as the
      * table holds people. The reason is left for the caller to
      * prefix
       0280-VALIDATE-MANAGER.
           MOVE SPACES TO WS-MGR-REASON
           IF PT-MANAGER-ID = PT-EMPLOYEE-ID
               MOVE 'CANNOT REPORT TO SELF' TO WS-MGR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PT-MANAGER-ID TO WS-CHAIN-ID
           PERFORM 0290-FIND-CHAIN-PERSON
           IF WS-MGR-IDX = ZEROS
               MOVE 'MANAGER NOT ON FILE' TO WS-MGR-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-END-DATE (WS-MGR-IDX) NOT = ZEROS
               MOVE 'MANAGER IS TERMINATED' TO WS-MGR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CHAIN-STEPS
           PERFORM UNTIL WS-CHAIN-ID = ZEROS
                   OR WS-MGR-REASON NOT = SPACES
                   OR WS-CHAIN-STEPS > WS-PERS-COUNT
               ADD 1 TO WS-CHAIN-STEPS
               PERFORM 0290-FIND-CHAIN-PERSON
               IF WS-MGR-IDX = ZEROS
                   MOVE ZEROS TO WS-CHAIN-ID
               ELSE
                   MOVE WS-PR-MANAGER (WS-MGR-IDX) TO WS-CHAIN-ID
                   IF WS-CHAIN-ID = PT-EMPLOYEE-ID
                       MOVE 'REPORTING CHAIN LOOPS' TO
                           WS-MGR-REASON
                   END-IF
               END-IF
           END-PERFORM
           MOVE PT-MANAGER-ID TO WS-CHAIN-ID
           PERFORM 0290-FIND-CHAIN-PERSON.

      * where WS-CHAIN-ID sits in the person table, zero when it is
      * not on file
       0290-FIND-CHAIN-PERSON.
           MOVE ZEROS TO WS-MGR-IDX
           MOVE ZEROS TO WS-PERS-IDX
           PERFORM UNTIL WS-PERS-IDX = WS-PERS-COUNT
                   OR WS-MGR-IDX > ZEROS
               ADD 1 TO WS-PERS-IDX
               IF WS-PR-ID (WS-PERS-IDX) = WS-CHAIN-ID
                   MOVE WS-PERS-IDX TO WS-MGR-IDX
               END-IF
           END-PERFORM.

       0260-VALIDATE-DEPARTMENT.
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF WS-DEPT-IN-FORCE = 'N'
           STRING WS-PR-NAME (WS-HIT-IDX) ' '
               WS-PR-DEPT (WS-HIT-IDX) ' HIRED '
               WS-PR-HIRE-DATE (WS-HIT-IDX) ' END '
               WS-PR-END-DATE (WS-HIT-IDX) ' PAY '
               WS-PR-PAY-TYPE (WS-HIT-IDX) ' '
               WS-PR-PAY-RATE (WS-HIT-IDX) ' ON '
               WS-PR-RATE-EFF (WS-HIT-IDX) ' WAS '
               WS-PR-PRIOR-TYPE (WS-HIT-IDX) ' '
               WS-PR-PRIOR-RATE (WS-HIT-IDX) ' MGR '
               WS-PR-MANAGER (WS-HIT-IDX)
               DELIMITED BY SIZE INTO WS-PERSON-IMAGE.

      * one image to the shared journal, keyed by the employee id
                   WS-FS-STATUS-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-AUDIT-DATE TO JR-RUN-DATE
           MOVE WS-AUDIT-TIME TO JR-RUN-TIME
           MOVE 'PERSFILE' TO JR-FILE-ID
                   PS-DEPARTMENT-CODE
               MOVE SPACE TO PS-SPACE-5
               MOVE WS-PR-END-DATE (WS-PERS-IDX) TO PS-END-DATE
               MOVE SPACE TO PS-SPACE-6
               MOVE WS-PR-PAY-TYPE (WS-PERS-IDX) TO PS-PAY-TYPE
               MOVE SPACE TO PS-SPACE-7
               MOVE WS-PR-PAY-RATE (WS-PERS-IDX) TO PS-PAY-RATE
               MOVE SPACE TO PS-SPACE-8
               MOVE WS-PR-RATE-EFF (WS-PERS-IDX) TO
                   PS-RATE-EFF-DATE
               MOVE SPACE TO PS-SPACE-9
               MOVE WS-PR-PRIOR-TYPE (WS-PERS-IDX) TO
                   PS-PRIOR-PAY-TYPE
               MOVE SPACE TO PS-SPACE-10
               MOVE WS-PR-PRIOR-RATE (WS-PERS-IDX) TO
                   PS-PRIOR-PAY-RATE
               MOVE SPACE TO PS-SPACE-11
               MOVE WS-PR-MANAGER (WS-PERS-IDX) TO PS-MANAGER-ID
               WRITE PERSON-REC
           END-PERFORM
           CLOSE PERSON-FILE.
           MOVE SN-USER-ID TO WS-SIGNON-USER
           DISPLAY 'SIGNED ON: ' WS-SIGNON-USER.

      * the transaction file must have passed TRANSACTION-EDIT --
      * clean, or with its listed errors accepted by the operator --
      * and still be the file the edit read, before any master is
      * opened; otherwise nothing at all is applied
       0063-CHECK-TRANSACTION-EDIT.
           MOVE 'PERS' TO TG-FILE-ID
           MOVE 'src/person-transactions.txt' TO TG-TRANS-PATH
           MOVE 3 TO TG-HASH-START
           MOVE 6 TO TG-HASH-LENGTH
           CALL 'TRANS-EDIT-GATE' USING TRANS-EDIT-GATE-REQUEST
           IF TG-RESULT NOT = 'Y'
               DISPLAY 'RUN REFUSED: ' TG-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY TG-MESSAGE.

      * answers whether the transaction's user may apply its action
      * to this master; inquiries are not controlled
       0070-CHECK-AUTHORITY.
                   END-PERFORM
               END-IF
           END-PERFORM.

      * a termination lands on its end date, a rate change on its
      * effective date, any other change on the business date, and
      * is refused when PERIOD-CLOSE has closed that month;
      * inquiries change nothing and are never held
       0075-CHECK-PERIOD.
           MOVE 'N' TO PQ-CLOSED
           IF WS-ACTION-INQUIRE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PQ-CHECK-DATE
           IF WS-ACTION-TERMINATE AND PT-END-DATE IS NUMERIC
               MOVE PT-END-DATE TO PQ-CHECK-DATE
           END-IF
           IF WS-ACTION-RATE AND PT-RATE-EFF-DATE IS NUMERIC
               MOVE PT-RATE-EFF-DATE TO PQ-CHECK-DATE
           END-IF
           CALL 'PERIOD-CHECK' USING PERIOD-CHECK-REQUEST.
