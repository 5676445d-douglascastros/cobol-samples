      ******************************************************************
      * DATA-BACKUP-SET.CPY
      * one line of a backup set's manifest, written by
      * MASTER-BACKUP-SET at the head of the night as
      * bkset-<business date>-manifest.txt in the environment
      * directory, beside the set's copies of every master. A line
      * per master gives its file name, whether it was copied (B),
      * was not on disk to copy (A), or would not copy (E), and the
      * record count the copy holds. A last line with file id END
      * is only written when every master copied cleanly; it carries
      * the number of masters in the set, and MASTER-RESTORE-SET
      * refuses a set without it.
      ******************************************************************
       01 BACKUP-SET-REC.
           05 BS-FILE-ID      PIC X(04).
           05 BS-COMMA-1      PIC X(01).
           05 BS-MASTER-NAME  PIC X(30).
           05 BS-COMMA-2      PIC X(01).
           05 BS-STATUS       PIC X(01).
               88 BS-COPIED       VALUE 'B'.
               88 BS-ABSENT       VALUE 'A'.
               88 BS-IN-ERROR     VALUE 'E'.
           05 BS-COMMA-3      PIC X(01).
           05 BS-RECORD-COUNT PIC 9(07).
           05 BS-COMMA-4      PIC X(01).
           05 BS-SET-DATE     PIC 9(08).
           05 BS-COMMA-5      PIC X(01).
           05 BS-TAKEN-DATE   PIC 9(08).
           05 BS-COMMA-6      PIC X(01).
           05 BS-TAKEN-TIME   PIC 9(08).
