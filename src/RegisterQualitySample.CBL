      ******************************************************************
      * Author:
      * Date:
      * Purpose: the nightly quality sample of the register. Balancing
      *          proves the counts but not the contents, so a sample of
      *          the night's new and changed records -- every detail
      *          on the staged file WRITE-FILES has just applied -- is
      *          drawn for a clerk to check by eye: each sampled
      *          record's staged input line is printed on the review
      *          worksheet next to the enriched register record it
      *          became, with room for the verdict. The sample size
      *          comes from an optional parm file (ten records
      *          without one). The draw is random but reproducible:
      *          its seed is the parm's, or the business date, so a
      *          rerun of the same night over the same staged file
      *          draws the same records and keeps any verdicts
      *          already recorded against them. Drawn records are
      *          kept on the quality-sample file for REGISTER-
      *          QUALITY-REVIEW to record verdicts against and for
      *          REGISTER-QUALITY-REPORT to rate each week; entries
      *          older than the keep period come off as it is
      *          rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-QUALITY-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAGED-FILE ASSIGN TO 'src/data-staged.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-STAGED.
           SELECT FILE-DATA-OUT ASSIGN TO 'src/data-out.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CODE-OUT
           FILE STATUS IS WS-FS-STATUS-REG.
           SELECT QUALITY-SAMPLE-FILE ASSIGN TO
               'src/quality-sample.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-SAMPLE.

      * optional sample size and seed; without it ten records are
      * drawn, seeded by the business date
           SELECT SAMPLE-PARM-FILE ASSIGN TO
               'src/quality-sample-parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-PARM.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
      * the staged file in READ-FILES' H/D/T shape; only details are
      * sampled, and the whole line is what the worksheet shows
       FD STAGED-FILE.
       01 STAGED-LINE PIC X(80).
       01 STAGED-REGISTER.
           05 ST-REC-TYPE PIC X(01).
           05 ST-CODE     PIC 9(06).
           05 ST-COMMA    PIC X(01).
           05 ST-NAME     PIC X(20).
           05 ST-COMMA-2  PIC X(01).
           05 ST-BRANCH   PIC X(03).

       FD FILE-DATA-OUT.
       01 REGISTER-OUT.
           05 FS-CODE-OUT      PIC 9(06).
           05 FS-COMMA-OUT-1   PIC X(01).
           05 FS-NAME-OUT      PIC X(20).
           05 FS-COMMA-OUT-2   PIC X(01).
           05 FS-CITY-OUT      PIC X(30).
           05 FS-COMMA-OUT-3   PIC X(01).
           05 FS-STATE-OUT     PIC X(20).
           05 FS-COMMA-OUT-4   PIC X(01).
           05 FS-COUNTRY-OUT   PIC X(20).

       FD QUALITY-SAMPLE-FILE.
       COPY 'src/DATA-QUALITY-SAMPLE.CPY'.

       FD SAMPLE-PARM-FILE.
       01 SAMPLE-PARM-REC.
           05 QP-SAMPLE-SIZE PIC X(03).
           05 QP-COMMA       PIC X(01).
           05 QP-SEED        PIC X(09).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.

      * version/build marker plus the request area for the shared
      * JOBLOG subprogram, called once at job start and once at
      * clean end so the common job log shows what ran and how long
      * it took
       01 WS-VERSION PIC X(10) VALUE 'V1.0.0'.
       COPY 'src/DATA-JOBLOG.CPY'.

      * the worksheet is printed through the shared REPORT-WRITER,
      * which heads, pages and closes it with the standard trailer
       COPY 'src/DATA-REPORT-WRITER.CPY'.
       01 SAMPLE-REPORT-LINE PIC X(132).

      * the alert handed to the shared ALERT-WRITER subprogram
       COPY 'src/DATA-ALERT.CPY'.

       COPY 'src/DATA-DATE-UTILS.CPY'.

       01 WS-FS-STATUS-STAGED PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-REG    PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-SAMPLE PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-PARM   PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-STAGED-END       PIC X(01) VALUE 'N'.
       01 WS-SAMPLE-END       PIC X(01) VALUE 'N'.
       01 WS-REGISTER-OPEN    PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.

      * the sample size asked for, its ceiling, and how many days of
      * drawn records the sample file keeps
       01 WS-SAMPLE-SIZE   PIC 9(03) VALUE 10.
       01 WS-MAX-SAMPLE    PIC 9(03) VALUE 200.
       01 WS-KEEP-DAYS     PIC 9(03) VALUE 90.

      * the draw: selection sampling over the staged details, each
      * record taken when a uniform draw falls under the share still
      * wanted of the records still to come, which yields exactly
      * the sample size in file order. The uniform draws come from
      * the minimal-standard multiplicative generator (seed times
      * 16807, modulo 2**31 - 1), so the same seed always draws the
      * same records.
       01 WS-RANDOM-SEED     PIC 9(10) VALUE ZEROS.
       01 WS-RANDOM-PRODUCT  PIC 9(18) VALUE ZEROS.
       01 WS-RANDOM-QUOTIENT PIC 9(18) VALUE ZEROS.
       01 WS-RANDOM-MODULUS  PIC 9(10) VALUE 2147483647.
       01 WS-DRAW-LEFT       PIC 9(18) VALUE ZEROS.
       01 WS-WANT-LEFT       PIC 9(18) VALUE ZEROS.
       01 WS-STAGED-COUNT    PIC 9(07) VALUE ZEROS.
       01 WS-CONSIDERED      PIC 9(07) VALUE ZEROS.
       01 WS-DRAWN-COUNT     PIC 9(03) VALUE ZEROS.
       01 WS-NOT-ON-REGISTER PIC 9(03) VALUE ZEROS.
       01 WS-CARRIED-REVIEWS PIC 9(03) VALUE ZEROS.
       01 WS-RETIRED-COUNT   PIC 9(05) VALUE ZEROS.

      * the quality-sample file held in storage; the business date's
      * own entries stay only if tonight's draw takes them again
       01 WS-HS-COUNT PIC 9(04) VALUE ZEROS.
       01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 2000 TIMES.
               10 WS-HS-RECORD PIC X(44).
               10 WS-HS-KEEP   PIC X(01).
       01 WS-HS-IDX   PIC 9(04) VALUE ZEROS.
       01 WS-HS-HIT   PIC 9(04) VALUE ZEROS.

      * the worksheet entry for one sampled record: the staged line,
      * the register record it became, and the verdict to fill in
       01 WS-SHEET-IN-LINE.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SI-SAMPLE-NO  PIC ZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 SI-CODE       PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 SI-BRANCH     PIC X(03).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'IN   '.
           05 SI-STAGED     PIC X(80).

       01 WS-SHEET-OUT-LINE.
           05 FILLER        PIC X(21) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'OUT  '.
           05 SO-NAME       PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SO-CITY       PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SO-STATE      PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SO-COUNTRY    PIC X(20).

       01 WS-SHEET-VERDICT-LINE.
           05 FILLER        PIC X(21) VALUE SPACES.
           05 FILLER        PIC X(21) VALUE 'RESULT P/F: ___      '.
           05 FILLER        PIC X(20) VALUE 'REASON: ____        '.
           05 FILLER        PIC X(19) VALUE 'REVIEWER: ________ '.
           05 SV-CARRIED    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-LOAD-RUN-CONTROL
           MOVE 'START' TO JL-FUNCTION
           MOVE 'REGISTER-QUALITY-SAMPLE' TO JL-PROGRAM-ID
           MOVE WS-VERSION TO JL-VERSION
           MOVE WS-ENVIRONMENT-CODE TO JL-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE ZEROS TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST

           PERFORM 0060-LOAD-PARM
           PERFORM 0100-COUNT-STAGED
           PERFORM 0150-LOAD-SAMPLE-FILE

           INITIALIZE REPORT-WRITER-REQUEST
           MOVE 'OPEN' TO RW-FUNCTION
           MOVE 'REGISTER-QUALITY-SAMPLE' TO RW-PROGRAM-ID
           MOVE 'REGISTER QUALITY REVIEW WORKSHEET' TO
               RW-REPORT-TITLE
           MOVE 'src/quality-review-worksheet.txt' TO RW-REPORT-PATH
           MOVE ' NO.   CODE    BR    STAGED INPUT LINE'
               TO RW-COLUMN-HEAD-1
           MOVE '/ ENRICHED REGISTER RECORD' TO RW-COLUMN-HEAD-1 (40:26)
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           IF RW-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-STAGED-COUNT = ZEROS
               MOVE 'NO STAGED DETAIL RECORDS -- NO SAMPLE DRAWN'
                   TO SAMPLE-REPORT-LINE
               PERFORM 0900-PRINT-REPORT-LINE
           ELSE
               OPEN INPUT FILE-DATA-OUT
               IF WS-FS-STATUS-REG = '00'
                   MOVE 'Y' TO WS-REGISTER-OPEN
               ELSE
                   DISPLAY 'REGISTER NOT OPENED, STATUS: '
                       WS-FS-STATUS-REG
               END-IF
               PERFORM 0200-DRAW-SAMPLE
               IF WS-REGISTER-OPEN = 'Y'
                   CLOSE FILE-DATA-OUT
               END-IF
           END-IF
           PERFORM 0700-REWRITE-SAMPLE-FILE

           MOVE 'STAGED RECORDS' TO RW-COUNT-LABEL (1)
           MOVE WS-STAGED-COUNT TO RW-COUNT-VALUE (1)
           MOVE 'RECORDS SAMPLED' TO RW-COUNT-LABEL (2)
           MOVE WS-DRAWN-COUNT TO RW-COUNT-VALUE (2)
           MOVE 'NOT ON THE REGISTER' TO RW-COUNT-LABEL (3)
           MOVE WS-NOT-ON-REGISTER TO RW-COUNT-VALUE (3)
           MOVE 'CLOSE' TO RW-FUNCTION
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST

           DISPLAY 'Staged records:       ' WS-STAGED-COUNT
           DISPLAY 'Records sampled:      ' WS-DRAWN-COUNT
           DISPLAY 'Reviews carried over: ' WS-CARRIED-REVIEWS
           DISPLAY 'Not on the register:  ' WS-NOT-ON-REGISTER
           DISPLAY 'Old entries retired:  ' WS-RETIRED-COUNT
           MOVE ZEROS TO RETURN-CODE
           IF WS-NOT-ON-REGISTER > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'END' TO JL-FUNCTION
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-REQUEST
           MOVE JL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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

      * a size of zero or a blank one keeps the default; a seed left
      * blank or zero is the business date
       0060-LOAD-PARM.
           MOVE WS-BUSINESS-DATE TO WS-RANDOM-SEED
           OPEN INPUT SAMPLE-PARM-FILE
           IF WS-FS-STATUS-PARM = '00'
               READ SAMPLE-PARM-FILE
                   NOT AT END
                       IF QP-SAMPLE-SIZE IS NUMERIC
                               AND QP-SAMPLE-SIZE NOT = '000'
                           MOVE QP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
                       END-IF
                       IF QP-SEED IS NUMERIC
                               AND QP-SEED NOT = '000000000'
                           MOVE QP-SEED TO WS-RANDOM-SEED
                       END-IF
               END-READ
               CLOSE SAMPLE-PARM-FILE
           END-IF
           IF WS-SAMPLE-SIZE > WS-MAX-SAMPLE
               DISPLAY 'SAMPLE SIZE ' WS-SAMPLE-SIZE
                   ' CUT TO THE ' WS-MAX-SAMPLE '-RECORD CEILING'
               MOVE WS-MAX-SAMPLE TO WS-SAMPLE-SIZE
           END-IF
           IF WS-RANDOM-SEED >= WS-RANDOM-MODULUS
               DIVIDE WS-RANDOM-SEED BY WS-RANDOM-MODULUS
                   GIVING WS-RANDOM-QUOTIENT
                   REMAINDER WS-RANDOM-SEED
           END-IF
           IF WS-RANDOM-SEED = ZEROS
               MOVE 1 TO WS-RANDOM-SEED
           END-IF
           DISPLAY 'SAMPLE SIZE ' WS-SAMPLE-SIZE
               ' SEED ' WS-RANDOM-SEED.

      * the population: every staged detail that carries a code
       0100-COUNT-STAGED.
           OPEN INPUT STAGED-FILE
           IF WS-FS-STATUS-STAGED NOT = '00'
               DISPLAY 'NO STAGED FILE ON HAND, STATUS: '
                   WS-FS-STATUS-STAGED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STAGED-END = 'S'
               READ STAGED-FILE
                   AT END
                       MOVE 'S' TO WS-STAGED-END
                   NOT AT END
                       IF ST-REC-TYPE = 'D' AND ST-CODE IS NUMERIC
                           ADD 1 TO WS-STAGED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAGED-FILE.

      * the sample file as it stands; an entry past the keep period
      * is retired, and the business date's own entries wait to see
      * whether tonight's draw takes them again
       0150-LOAD-SAMPLE-FILE.
           OPEN INPUT QUALITY-SAMPLE-FILE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAMPLE-END = 'S'
               READ QUALITY-SAMPLE-FILE
                   AT END
                       MOVE 'S' TO WS-SAMPLE-END
                   NOT AT END
                       PERFORM 0160-HOLD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE QUALITY-SAMPLE-FILE.

       0160-HOLD-ONE-ENTRY.
           IF QS-SAMPLE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFD' TO DU-FUNCTION
           MOVE QS-SAMPLE-DATE TO DU-DATE-1
           MOVE WS-BUSINESS-DATE TO DU-DATE-2
           CALL 'DATE-UTILS' USING DATE-UTILS-REQUEST
           IF DU-DAYS-OUT > WS-KEEP-DAYS
               ADD 1 TO WS-RETIRED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HS-COUNT >= 2000
               DISPLAY 'RUN STOPPED: QUALITY SAMPLE FILE EXCEEDS '
                   'THE 2000-ENTRY TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE QUALITY-SAMPLE-REC TO WS-HS-RECORD (WS-HS-COUNT)
           IF QS-SAMPLE-DATE = WS-BUSINESS-DATE
               MOVE 'N' TO WS-HS-KEEP (WS-HS-COUNT)
           ELSE
               MOVE 'Y' TO WS-HS-KEEP (WS-HS-COUNT)
           END-IF.

      * the second pass over the staged file, drawing as it goes
       0200-DRAW-SAMPLE.
           MOVE 'N' TO WS-STAGED-END
           OPEN INPUT STAGED-FILE
           IF WS-FS-STATUS-STAGED NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STAGED-END = 'S'
                   OR WS-DRAWN-COUNT >= WS-SAMPLE-SIZE
               READ STAGED-FILE
                   AT END
                       MOVE 'S' TO WS-STAGED-END
                   NOT AT END
                       IF ST-REC-TYPE = 'D' AND ST-CODE IS NUMERIC
                           PERFORM 0250-CONSIDER-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAGED-FILE.

       0250-CONSIDER-ONE-RECORD.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-SEED * 16807
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-SEED
           COMPUTE WS-DRAW-LEFT =
               (WS-STAGED-COUNT - WS-CONSIDERED) * WS-RANDOM-SEED
           COMPUTE WS-WANT-LEFT =
               (WS-SAMPLE-SIZE - WS-DRAWN-COUNT) * WS-RANDOM-MODULUS
           ADD 1 TO WS-CONSIDERED
           IF WS-DRAW-LEFT < WS-WANT-LEFT
               ADD 1 TO WS-DRAWN-COUNT
               PERFORM 0300-SAMPLE-ONE-RECORD
           END-IF.

      * one drawn record onto the worksheet and the sample file; a
      * record the same night's earlier draw already took keeps its
      * entry, verdict and all
       0300-SAMPLE-ONE-RECORD.
           MOVE WS-DRAWN-COUNT TO SI-SAMPLE-NO
           MOVE ST-CODE TO SI-CODE
           MOVE ST-BRANCH TO SI-BRANCH
           MOVE STAGED-LINE TO SI-STAGED
           MOVE SPACES TO SO-NAME SO-CITY SO-STATE SO-COUNTRY
           MOVE 'N' TO WS-FS-STATUS-REG
           IF WS-REGISTER-OPEN = 'Y'
               MOVE ST-CODE TO FS-CODE-OUT
               READ FILE-DATA-OUT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-FS-STATUS-REG = '00'
               MOVE FS-NAME-OUT TO SO-NAME
               MOVE FS-CITY-OUT TO SO-CITY
               MOVE FS-STATE-OUT TO SO-STATE
               MOVE FS-COUNTRY-OUT TO SO-COUNTRY
           ELSE
               ADD 1 TO WS-NOT-ON-REGISTER
               MOVE '*** NOT ON REGISTER' TO SO-NAME
               MOVE 'W' TO AL-SEVERITY
               MOVE SPACES TO AL-MESSAGE
               STRING 'SAMPLED CODE ' ST-CODE
                   ' NOT FOUND ON THE REGISTER'
                   DELIMITED BY SIZE INTO AL-MESSAGE
               PERFORM 0800-RAISE-ALERT
           END-IF

           MOVE ZEROS TO WS-HS-HIT
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT
                   OR WS-HS-HIT > ZEROS
               MOVE WS-HS-RECORD (WS-HS-IDX) TO QUALITY-SAMPLE-REC
               IF QS-SAMPLE-DATE = WS-BUSINESS-DATE
                       AND QS-CODE = ST-CODE
                   MOVE WS-HS-IDX TO WS-HS-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO SV-CARRIED
           IF WS-HS-HIT > ZEROS
               MOVE 'Y' TO WS-HS-KEEP (WS-HS-HIT)
               IF QS-RESULT NOT = SPACE
                   ADD 1 TO WS-CARRIED-REVIEWS
                   STRING 'ALREADY REVIEWED: ' QS-RESULT ' ' QS-REASON
                       DELIMITED BY SIZE INTO SV-CARRIED
               END-IF
           ELSE
               IF WS-HS-COUNT >= 2000
                   DISPLAY 'RUN STOPPED: QUALITY SAMPLE FILE EXCEEDS '
                       'THE 2000-ENTRY TABLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO QUALITY-SAMPLE-REC
               MOVE WS-BUSINESS-DATE TO QS-SAMPLE-DATE
               MOVE ST-CODE TO QS-CODE
               MOVE ST-BRANCH TO QS-BRANCH
               MOVE ZEROS TO QS-REVIEW-DATE
               MOVE ',' TO QS-COMMA-1 QS-COMMA-2 QS-COMMA-3
                   QS-COMMA-4 QS-COMMA-5 QS-COMMA-6
               ADD 1 TO WS-HS-COUNT
               MOVE QUALITY-SAMPLE-REC TO WS-HS-RECORD (WS-HS-COUNT)
               MOVE 'Y' TO WS-HS-KEEP (WS-HS-COUNT)
           END-IF

           IF RW-LINES-LEFT < 4
               MOVE 'PAGE' TO RW-FUNCTION
               CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST
           END-IF
           MOVE WS-SHEET-IN-LINE TO SAMPLE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE WS-SHEET-OUT-LINE TO SAMPLE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE WS-SHEET-VERDICT-LINE TO SAMPLE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           PERFORM 0900-PRINT-REPORT-LINE.

      * every entry still kept goes back, in the order held
       0700-REWRITE-SAMPLE-FILE.
           OPEN OUTPUT QUALITY-SAMPLE-FILE
           IF WS-FS-STATUS-SAMPLE NOT = '00'
               DISPLAY 'ERROR REWRITING QUALITY SAMPLE FILE, STATUS: '
                   WS-FS-STATUS-SAMPLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-KEEP (WS-HS-IDX) = 'Y'
                   MOVE WS-HS-RECORD (WS-HS-IDX) TO QUALITY-SAMPLE-REC
                   WRITE QUALITY-SAMPLE-REC
               END-IF
           END-PERFORM
           CLOSE QUALITY-SAMPLE-FILE.

       0800-RAISE-ALERT.
           MOVE 'REGISTER-QUALITY' TO AL-SOURCE
           CALL 'ALERT-WRITER' USING ALERT-REC.

       0900-PRINT-REPORT-LINE.
           MOVE 'LINE' TO RW-FUNCTION
           MOVE SAMPLE-REPORT-LINE TO RW-LINE
           CALL 'REPORT-WRITER' USING REPORT-WRITER-REQUEST.
