      * Author:
      * Date:
      * Purpose: joins the customer register (FILE-DATA-OUT, built by
      *          WRITE-FILES, read here through the city-ordered
      *          extract REGISTER-FAN-OUT cuts from it each night)
      *          with the city master (built on
      *          DATA-CITY.CPY by CITY-MASTER-MAINTENANCE) on city
      *          name, producing one combined extract line per
      *          customer with the city's full attributes alongside
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the register as REGISTER-FAN-OUT's single pass left it, in
      * city/code order, and the control record that proves the
      * extract is tonight's
           SELECT CITY-ORDERED-FILE ASSIGN TO
               'src/data-out-city-order.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-OUT.
           SELECT FANOUT-CONTROL-FILE ASSIGN TO
               'src/register-fanout-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-FCTL.

      * field names carry a CY- prefix (matching HouseholdReport.CBL's
      * convention) to stay distinct from REGISTER-OUT's own fields in
               'src/city-proposed-adds.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

      * shared run-statistics history, one appended record per run
           SELECT RUN-STATS-FILE ASSIGN TO 'src/run-statistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STATS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       FD RUN-STATS-FILE.
       COPY 'src/DATA-RUN-STATS.CPY'.

       FD FANOUT-CONTROL-FILE.
       COPY 'src/DATA-REGISTER-FANOUT.CPY'.

      * byte-for-byte the REGISTER-OUT layout, so the register's own
      * field names still apply
       FD CITY-ORDERED-FILE.
       01 REGISTER-OUT.
           05 FS-CODE-OUT      PIC 9(06).
           05 FS-COMMA-OUT-1   PIC X(01).
           05 CY-STATE       PIC X(20).
           05 CY-COUNTRY     PIC X(20).
           05 CY-TIME-ZONE   PIC X(10).
           05 CY-LAST-UPDATE.
               10 CY-LAST-UPDATE-DATE PIC 9(08).
               10 CY-LAST-UPDATE-TIME PIC 9(08).

       FD MERGE-EXTRACT-FILE.
       01 MERGE-EXTRACT-LINE PIC X(120).
       01 WS-CUST-END       PIC X(01) VALUE 'N'.
       01 WS-MATCH-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-UNMATCHED-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-CUST-READ       PIC 9(07) VALUE ZEROS.
       01 WS-FS-STATUS-FCTL  PIC X(02) VALUE '00'.
       01 WS-FANOUT-CURRENT  PIC X(01) VALUE 'N'.

      * business run date / environment shared with every other
      * batch program via RUN-CONTROL-FILE
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * run-statistics timing
       01 WS-FS-STATUS-STATS  PIC X(02) VALUE '00'.
       01 WS-STATS-START-TIME.
           05 WS-STATS-START-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-START-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-END-TIME.
           05 WS-STATS-END-HH PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-MM PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-SS PIC 9(02) VALUE ZEROS.
           05 WS-STATS-END-HU PIC 9(02) VALUE ZEROS.
       01 WS-STATS-START-SECS PIC 9(07) VALUE ZEROS.
       01 WS-STATS-END-SECS   PIC 9(07) VALUE ZEROS.
       01 WS-STATS-ELAPSED    PIC 9(07) VALUE ZEROS.

      * normalized-fallback controls: a register city that misses the
      * exact master read is retried through the shared

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STATS-START-TIME FROM TIME
           PERFORM 0040-LOAD-RUN-CONTROL
           PERFORM 0060-CHECK-FANOUT
           IF WS-FANOUT-CURRENT = 'N'
               DISPLAY 'REGISTER FAN-OUT HAS NOT COMPLETED FOR '
                   WS-BUSINESS-DATE ' -- CITY-ORDERED EXTRACT NOT '
                   'TRUSTED, NO MERGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CITY-ORDERED-FILE
           IF WS-FS-STATUS-OUT NOT = '00'
               DISPLAY 'ERROR OPENING CITY-ORDERED-FILE, STATUS: '
                   WS-FS-STATUS-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FS-STATUS-CITY NOT = '00'
               DISPLAY 'ERROR OPENING CITY-MASTER-FILE, STATUS: '
                   WS-FS-STATUS-CITY
               CLOSE CITY-ORDERED-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MERGE-EXTRACT-FILE

           PERFORM UNTIL WS-CUST-END = 'S'
               READ CITY-ORDERED-FILE
                   AT END
                       MOVE 'S' TO WS-CUST-END
                   NOT AT END
                       ADD 1 TO WS-CUST-READ
                       PERFORM 0100-MERGE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CITY-ORDERED-FILE
           CLOSE CITY-MASTER-FILE
           IF WS-NORMIDX-OPENED = 'Y'
               CLOSE CITY-NORM-INDEX-FILE
           DISPLAY 'Customers matched through an alias: '
               WS-ALIAS-MATCH-COUNT
           DISPLAY 'Customers with no city match: ' WS-UNMATCHED-COUNT
           PERFORM 0950-WRITE-RUN-STATS
           STOP RUN.

      * reads the business date and TEST/PROD indicator shared by
      * every batch program from RUN-CONTROL-FILE
       0040-LOAD-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-STATUS-RC = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-ENVIRONMENT-CODE TO WS-ENVIRONMENT-CODE
                       MOVE RC-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * the extract is trusted only when REGISTER-FAN-OUT's control
      * record says tonight's pass over the register finished
       0060-CHECK-FANOUT.
           MOVE 'N' TO WS-FANOUT-CURRENT
           OPEN INPUT FANOUT-CONTROL-FILE
           IF WS-FS-STATUS-FCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FANOUT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-FANOUT-CURRENT
                   END-IF
           END-READ
           CLOSE FANOUT-CONTROL-FILE.

      * looks up the customer's city on the city master and writes one
      * combined extract line; a city not found on the master still
      * produces a line, just with the city attributes left blank
           CLOSE PROPOSED-ADDS-FILE
           DISPLAY 'Proposed city additions written: '
               WS-MISS-COUNT.

      * appends this run's statistics record: customers read, lines
      * merged with a city match (exact, normalized or alias), and
      * customers left with no match
       0950-WRITE-RUN-STATS.
           ACCEPT WS-STATS-END-TIME FROM TIME
           COMPUTE WS-STATS-START-SECS =
               WS-STATS-START-HH * 3600 +
               WS-STATS-START-MM * 60 + WS-STATS-START-SS
           COMPUTE WS-STATS-END-SECS =
               WS-STATS-END-HH * 3600 +
               WS-STATS-END-MM * 60 + WS-STATS-END-SS
           IF WS-STATS-END-SECS < WS-STATS-START-SECS
               ADD 86400 TO WS-STATS-END-SECS
           END-IF
           SUBTRACT WS-STATS-START-SECS FROM WS-STATS-END-SECS
               GIVING WS-STATS-ELAPSED
           OPEN EXTEND RUN-STATS-FILE
           IF WS-FS-STATUS-STATS = '35'
               OPEN OUTPUT RUN-STATS-FILE
           END-IF
           IF WS-FS-STATUS-STATS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-STATS-FILE, STATUS: '
                   WS-FS-STATUS-STATS
           ELSE
               MOVE SPACES TO RUN-STATS-REC
               MOVE 'CUSTOMER-CITY-MERGE' TO RS-PROGRAM-NAME
               MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE WS-STATS-START-TIME TO RS-START-TIME
               MOVE WS-STATS-END-TIME TO RS-END-TIME
               MOVE WS-STATS-ELAPSED TO RS-ELAPSED-SECS
               MOVE WS-CUST-READ TO RS-RECORDS-READ
               COMPUTE RS-RECORDS-WRITTEN = WS-MATCH-COUNT +
                   WS-NEARMISS-COUNT + WS-ALIAS-MATCH-COUNT
               MOVE WS-UNMATCHED-COUNT TO RS-EXCEPTION-COUNT
               MOVE ZEROS TO RS-REJECT-COUNT
               MOVE ZEROS TO RS-OTHER-COUNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
