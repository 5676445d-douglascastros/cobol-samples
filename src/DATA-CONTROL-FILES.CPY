      ******************************************************************
      * DATA-CONTROL-FILES.CPY
      * the batch control files kept under CONTROL-FILE-MAINTENANCE
      * and watched each night by CONTROL-FILE-DRIFT: the id each is
      * maintained and authorized under, its file name and the name
      * of the image of it the maintenance program last recorded
      * (both in src/), where its key sits on the line and how long
      * it is (zero for a one-line file with no key), whether
      * several lines may share a key and are told apart by their
      * occurrence in the file (Y), and the length of its line.
      ******************************************************************
       01 WS-CONTROL-FILE-VALUES.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'SCHD'.
               10 FILLER PIC X(30) VALUE 'batch-schedule.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-schd.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 030.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 216.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'PART'.
               10 FILLER PIC X(30) VALUE 'partner-profiles.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-part.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 008.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 092.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'RETN'.
               10 FILLER PIC X(30) VALUE 'retention-policy.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-retn.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 004.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 008.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'ENVP'.
               10 FILLER PIC X(30) VALUE 'env-paths.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-envp.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 004.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 025.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'STHR'.
               10 FILLER PIC X(30) VALUE 'standing-thresholds.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-sthr.txt'.
               10 FILLER PIC 9(03) VALUE 000.
               10 FILLER PIC 9(03) VALUE 000.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC 9(03) VALUE 009.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'LTRS'.
               10 FILLER PIC X(30) VALUE 'letter-templates.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-ltrs.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 010.
               10 FILLER PIC X(01) VALUE 'Y'.
               10 FILLER PIC 9(03) VALUE 071.
           05 FILLER.
               10 FILLER PIC X(04) VALUE 'DIST'.
               10 FILLER PIC X(30) VALUE 'distribution-master.txt'.
               10 FILLER PIC X(30) VALUE 'control-image-dist.txt'.
               10 FILLER PIC 9(03) VALUE 001.
               10 FILLER PIC 9(03) VALUE 021.
               10 FILLER PIC X(01) VALUE 'N'.
               10 FILLER PIC 9(03) VALUE 063.
       01 WS-CONTROL-FILE-TABLE REDEFINES WS-CONTROL-FILE-VALUES.
           05 WS-CF-ENTRY OCCURS 7 TIMES.
               10 WS-CF-ID         PIC X(04).
               10 WS-CF-FILE-NAME  PIC X(30).
               10 WS-CF-IMAGE-NAME PIC X(30).
               10 WS-CF-KEY-START  PIC 9(03).
               10 WS-CF-KEY-LEN    PIC 9(03).
               10 WS-CF-REPEATS    PIC X(01).
               10 WS-CF-LINE-LEN   PIC 9(03).
       01 WS-CF-COUNT PIC 9(02) VALUE 7.
       01 WS-CF-IDX   PIC 9(02) VALUE ZEROS.
