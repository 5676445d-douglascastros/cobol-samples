      ******************************************************************
      * Author:
      * Date:
      * Purpose: the one heading, paging and end-of-report routine
      *          the nightly reports print through. The caller hands
      *          over its lines (through DATA-REPORT-WRITER.CPY) and
      *          this program owns the print file: it heads every
      *          page with the program id, report title, business
      *          date, TEST/PROD environment and page number plus the
      *          caller's column headings, counts the lines onto each
      *          page and breaks to a new one when a page fills, and
      *          closes the report with the standard trailer -- the
      *          environment, business date, the caller's counts and
      *          the lines and pages printed -- so a complete PROD
      *          report can be told from a truncated TEST one at a
      *          glance. The business date and environment are read
      *          from the shared run-control file at each open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-REPORT.

      * shared run-control file giving every batch program the same
      * business run date and TEST/PROD environment code for the night
           SELECT RUN-CONTROL-FILE ASSIGN TO 'src/run-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RC.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-FILE-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY 'src/DATA-RUN-CONTROL.CPY'.

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS-REPORT PIC X(02) VALUE '00'.
       01 WS-FS-STATUS-RC     PIC X(02) VALUE '00'.
       01 WS-REPORT-PATH      PIC X(60) VALUE SPACES.
       01 WS-REPORT-OPEN      PIC X(01) VALUE 'N'.

       01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'TEST'.
       01 WS-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
       01 WS-PRINT-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-PRINT-TIME       PIC 9(08) VALUE ZEROS.

       01 WS-PAGE-DEPTH       PIC 9(03) VALUE 50.
       01 WS-PAGE-LINES       PIC 9(03) VALUE ZEROS.
       01 WS-PAGE-NUMBER      PIC 9(04) VALUE ZEROS.
       01 WS-DETAIL-LINES     PIC 9(07) VALUE ZEROS.
       01 WS-COUNT-IDX        PIC 9(01) VALUE ZEROS.

       01 WS-HEAD-LINE-1.
           05 WH-PROGRAM-ID  PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WH-TITLE       PIC X(36).
           05 FILLER         PIC X(06) VALUE ' PAGE '.
           05 WH-PAGE        PIC ZZZ9.

       01 WS-HEAD-LINE-2.
           05 FILLER         PIC X(14) VALUE 'BUSINESS DATE '.
           05 WH-BUSINESS-DATE PIC 9(08).
           05 FILLER         PIC X(14) VALUE '  ENVIRONMENT '.
           05 WH-ENVIRONMENT PIC X(04).
           05 FILLER         PIC X(10) VALUE '  PRINTED '.
           05 WH-PRINT-DATE  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WH-PRINT-HOUR  PIC 9(02).
           05 FILLER         PIC X(01) VALUE ':'.
           05 WH-PRINT-MIN   PIC 9(02).

       01 WS-TRAILER-LINE-1.
           05 FILLER         PIC X(34) VALUE
               '*** END OF REPORT *** ENVIRONMENT '.
           05 WT-ENVIRONMENT PIC X(04).
           05 FILLER         PIC X(15) VALUE '  BUSINESS DATE'.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WT-BUSINESS-DATE PIC 9(08).

       01 WS-TRAILER-COUNT-LINE.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WT-COUNT-LABEL PIC X(24).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WT-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY 'src/DATA-REPORT-WRITER.CPY'.

       PROCEDURE DIVISION USING REPORT-WRITER-REQUEST.
       MAIN-PROCEDURE.
           MOVE '00' TO RW-STATUS
           EVALUATE RW-FUNCTION
               WHEN 'OPEN'
                   PERFORM 0100-OPEN-REPORT
               WHEN 'LINE'
                   PERFORM 0200-PRINT-LINE
               WHEN 'PAGE'
                   PERFORM 0300-FORCE-PAGE
               WHEN 'CLOSE'
                   PERFORM 0400-CLOSE-REPORT
               WHEN OTHER
                   DISPLAY 'REPORT-WRITER: UNKNOWN FUNCTION '
                       RW-FUNCTION
           END-EVALUATE
           MOVE WS-PAGE-NUMBER TO RW-PAGE-NUMBER
           MOVE WS-DETAIL-LINES TO RW-DETAIL-LINES
           IF WS-PAGE-LINES < WS-PAGE-DEPTH
               COMPUTE RW-LINES-LEFT = WS-PAGE-DEPTH - WS-PAGE-LINES
           ELSE
               MOVE ZEROS TO RW-LINES-LEFT
           END-IF
           GOBACK.

      * a report left open by an earlier caller in the same run is
      * closed first; the first page is headed at once, so even an
      * empty report carries its heading and trailer
       0100-OPEN-REPORT.
           IF WS-REPORT-OPEN = 'Y'
               CLOSE REPORT-FILE
               MOVE 'N' TO WS-REPORT-OPEN
           END-IF
           PERFORM 0110-LOAD-RUN-CONTROL
           ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PRINT-TIME FROM TIME
           MOVE RW-REPORT-PATH TO WS-REPORT-PATH
           MOVE RW-PAGE-DEPTH TO WS-PAGE-DEPTH
           IF RW-PAGE-DEPTH NOT NUMERIC OR RW-PAGE-DEPTH = ZEROS
               MOVE 50 TO WS-PAGE-DEPTH
           END-IF
           MOVE ZEROS TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-PAGE-LINES
           MOVE ZEROS TO WS-DETAIL-LINES
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-STATUS-REPORT NOT = '00'
               DISPLAY 'REPORT-WRITER: ERROR OPENING ' WS-REPORT-PATH
                   ', STATUS: ' WS-FS-STATUS-REPORT
               MOVE WS-FS-STATUS-REPORT TO RW-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REPORT-OPEN
           PERFORM 0500-PRINT-PAGE-HEADING.

       0110-LOAD-RUN-CONTROL.
           MOVE 'TEST' TO WS-ENVIRONMENT-CODE
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

      * a full page breaks before the line goes out, so the line
      * always lands under a heading
       0200-PRINT-LINE.
           IF WS-REPORT-OPEN NOT = 'Y'
               MOVE '48' TO RW-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-LINES >= WS-PAGE-DEPTH
               PERFORM 0500-PRINT-PAGE-HEADING
           END-IF
           MOVE RW-LINE TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           ADD 1 TO WS-PAGE-LINES
           ADD 1 TO WS-DETAIL-LINES.

      * a page with nothing on it yet is not thrown away
       0300-FORCE-PAGE.
           IF WS-REPORT-OPEN NOT = 'Y'
               MOVE '48' TO RW-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-LINES > ZEROS
               PERFORM 0500-PRINT-PAGE-HEADING
           END-IF.

       0400-CLOSE-REPORT.
           IF WS-REPORT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           MOVE WS-ENVIRONMENT-CODE TO WT-ENVIRONMENT
           MOVE WS-BUSINESS-DATE TO WT-BUSINESS-DATE
           MOVE WS-TRAILER-LINE-1 TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   UNTIL WS-COUNT-IDX > 3
               IF RW-COUNT-LABEL (WS-COUNT-IDX) NOT = SPACES
                   MOVE RW-COUNT-LABEL (WS-COUNT-IDX) TO WT-COUNT-LABEL
                   MOVE RW-COUNT-VALUE (WS-COUNT-IDX) TO WT-COUNT-VALUE
                   MOVE WS-TRAILER-COUNT-LINE TO REPORT-FILE-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE 'DETAIL LINES PRINTED' TO WT-COUNT-LABEL
           MOVE WS-DETAIL-LINES TO WT-COUNT-VALUE
           MOVE WS-TRAILER-COUNT-LINE TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           MOVE 'PAGES PRINTED' TO WT-COUNT-LABEL
           MOVE WS-PAGE-NUMBER TO WT-COUNT-VALUE
           MOVE WS-TRAILER-COUNT-LINE TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 'N' TO WS-REPORT-OPEN.

      * every page after the first is set off from the one before by
      * a blank line; the column headings follow the two standard
      * lines whenever the caller has given any
       0500-PRINT-PAGE-HEADING.
           IF WS-PAGE-NUMBER > ZEROS
               MOVE SPACES TO REPORT-FILE-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-PAGE-LINES
           MOVE RW-PROGRAM-ID TO WH-PROGRAM-ID
           MOVE RW-REPORT-TITLE TO WH-TITLE
           MOVE WS-PAGE-NUMBER TO WH-PAGE
           MOVE WS-HEAD-LINE-1 TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
           MOVE WS-ENVIRONMENT-CODE TO WH-ENVIRONMENT
           MOVE WS-PRINT-DATE TO WH-PRINT-DATE
           MOVE WS-PRINT-TIME (1:2) TO WH-PRINT-HOUR
           MOVE WS-PRINT-TIME (3:2) TO WH-PRINT-MIN
           MOVE WS-HEAD-LINE-2 TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-FILE-LINE
           PERFORM 0600-WRITE-REPORT-LINE
           IF RW-COLUMN-HEAD-1 NOT = SPACES
               MOVE RW-COLUMN-HEAD-1 TO REPORT-FILE-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF
           IF RW-COLUMN-HEAD-2 NOT = SPACES
               MOVE RW-COLUMN-HEAD-2 TO REPORT-FILE-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

       0600-WRITE-REPORT-LINE.
           WRITE REPORT-FILE-LINE
           IF WS-FS-STATUS-REPORT NOT = '00'
               MOVE WS-FS-STATUS-REPORT TO RW-STATUS
           END-IF.
