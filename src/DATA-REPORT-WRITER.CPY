      ******************************************************************
      * DATA-REPORT-WRITER.CPY
      * request area for the REPORT-WRITER subprogram, which owns the
      * print file of a nightly report: the caller fills in its
      * program id, report title, report path and column headings and
      * CALLs with RW-FUNCTION 'OPEN', then once per printed line
      * with 'LINE' (the line in RW-LINE), 'PAGE' to force a new page
      * at a break, and 'CLOSE' at the end. Every page carries the
      * same heading -- program id, title, business date, TEST/PROD
      * environment and page number -- and the column headings; the
      * close prints the standard end-of-report trailer with the
      * caller's counts (up to three, label and value, a blank label
      * is left off), the detail lines and pages printed. A report
      * with no trailer was cut short. RW-PAGE-DEPTH is the detail
      * lines a page holds (zero takes the 50-line default);
      * RW-LINES-LEFT comes back after each call so a control-break
      * report can force the page itself and repeat its group
      * headings before the next detail. RW-STATUS is the file
      * status of the last open or write.
      ******************************************************************
       01 REPORT-WRITER-REQUEST.
           05 RW-FUNCTION       PIC X(05).
           05 RW-PROGRAM-ID     PIC X(30).
           05 RW-REPORT-TITLE   PIC X(36).
           05 RW-REPORT-PATH    PIC X(60).
           05 RW-PAGE-DEPTH     PIC 9(03).
           05 RW-COLUMN-HEAD-1  PIC X(132).
           05 RW-COLUMN-HEAD-2  PIC X(132).
           05 RW-LINE           PIC X(132).
           05 RW-TRAILER-COUNT OCCURS 3 TIMES.
               10 RW-COUNT-LABEL PIC X(24).
               10 RW-COUNT-VALUE PIC 9(09).
           05 RW-PAGE-NUMBER    PIC 9(04).
           05 RW-LINES-LEFT     PIC 9(03).
           05 RW-DETAIL-LINES   PIC 9(07).
           05 RW-STATUS         PIC X(02).
