           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-ORPHAN.

      * the register / customer master reconciliation's breaks,
      * loaded the same way as the sweep's orphans
           SELECT RECON-BREAK-FILE ASSIGN TO
               DYNAMIC WS-RECON-BREAK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATUS-RECON.

      * one keyed suspense item per failed record, keyed by which
      * program failed it plus the code it arrived under, so a
      * correction transaction can address it directly
           05 EX-NAME     PIC X(20).
           05 EX-COMMA-2  PIC X(01).
           05 EX-REASON   PIC X(30).
           05 EX-COMMA-3  PIC X(01).
           05 EX-BRANCH   PIC X(03).

       FD REJECT-FILE.
       01 REJECT-REC.
           05 RJ-NAME     PIC X(20).
           05 RJ-COMMA-2  PIC X(01).
           05 RJ-REASON   PIC X(30).
           05 RJ-COMMA-3  PIC X(01).
           05 RJ-BRANCH   PIC X(03).

       FD ORPHAN-FILE.
       01 ORPHAN-REC.
           05 OR-COMMA-2  PIC X(01).
           05 OR-REASON   PIC X(30).

       FD RECON-BREAK-FILE.
       01 RECON-BREAK-REC.
           05 RB-CODE     PIC X(06).
           05 RB-COMMA-1  PIC X(01).
           05 RB-NAME     PIC X(20).
           05 RB-COMMA-2  PIC X(01).
           05 RB-REASON   PIC X(30).

      * SU-SOURCE is 'E' for a READ-FILES exception, 'R' for a
      * WRITE-FILES reject, 'O' for a referential-sweep orphan, 'M'
      * for a register / customer master reconciliation break;
      * together with the code the record arrived under it makes one
      * addressable suspense item. SU-BRANCH is the branch whose batch
      * the record arrived in (blank for an orphan), so the branch
      * rejection notices can remind a branch of what it still owes
       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
           05 SU-KEY.
           05 SU-STATUS       PIC X(01).
           05 SU-NEW-CODE     PIC X(06).
           05 SU-NEW-NAME     PIC X(20).
           05 SU-BRANCH       PIC X(03).

       FD CORRECTION-FILE.
       01 CORRECTION-REC.
           'src/sweep-orphans.txt'.
       01 WS-FS-STATUS-ORPHAN PIC X(02) VALUE '00'.
       01 WS-ORPHAN-END       PIC X(01) VALUE 'N'.
       01 WS-RECON-BREAK-FILE-NAME PIC X(60) VALUE
           'src/register-master-breaks.txt'.
       01 WS-FS-STATUS-RECON  PIC X(02) VALUE '00'.
       01 WS-RECON-END        PIC X(01) VALUE 'N'.

      * environment path-isolation controls, the same mechanism
      * READ-FILES' 0045-RESOLVE-ENV-PATHS established: the mapping
           PERFORM 0100-LOAD-EXCEPTIONS
           PERFORM 0150-LOAD-REJECTS
           PERFORM 0170-LOAD-ORPHANS
           PERFORM 0175-LOAD-RECON-BREAKS
           PERFORM 0200-APPLY-CORRECTIONS
           PERFORM 0300-AGE-OPEN-ITEMS
           PERFORM 0400-RECYCLE-CORRECTED
                           MOVE EX-CODE   TO SU-CODE
                           MOVE EX-NAME   TO SU-NAME
                           MOVE EX-REASON TO SU-REASON
                           MOVE EX-BRANCH TO SU-BRANCH
                           PERFORM 0180-WRITE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
                           MOVE RJ-CODE   TO SU-CODE
                           MOVE RJ-NAME   TO SU-NAME
                           MOVE RJ-REASON TO SU-REASON
                           MOVE RJ-BRANCH TO SU-BRANCH
                           PERFORM 0180-WRITE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
                           MOVE OR-CODE   TO SU-CODE
                           MOVE OR-NAME   TO SU-NAME
                           MOVE OR-REASON TO SU-REASON
                           MOVE SPACES    TO SU-BRANCH
                           PERFORM 0180-WRITE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ORPHAN-FILE
           END-IF.

      * loads the register / customer master reconciliation's breaks
      * the same way; like an orphan, a break belongs to no branch
       0175-LOAD-RECON-BREAKS.
           OPEN INPUT RECON-BREAK-FILE
           IF WS-FS-STATUS-RECON NOT = '00'
               DISPLAY 'NO RECONCILIATION BREAK FILE THIS RUN, '
                   'STATUS: ' WS-FS-STATUS-RECON
           ELSE
               PERFORM UNTIL WS-RECON-END = 'S'
                   READ RECON-BREAK-FILE
                       AT END
                           MOVE 'S' TO WS-RECON-END
                       NOT AT END
                           MOVE 'M'       TO SU-SOURCE
                           MOVE RB-CODE   TO SU-CODE
                           MOVE RB-NAME   TO SU-NAME
                           MOVE RB-REASON TO SU-REASON
                           MOVE SPACES    TO SU-BRANCH
                           PERFORM 0180-WRITE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE RECON-BREAK-FILE
           END-IF.

      * writes one open suspense item; a duplicate key (status '22')
      * means the same failure is already being worked and is counted
      * rather than re-loaded, so its age is not reset
           MOVE WS-PATH-WORK TO WS-RECYCLE-FILE-NAME
           MOVE WS-ORPHAN-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-ORPHAN-FILE-NAME
           MOVE WS-RECON-BREAK-FILE-NAME TO WS-PATH-WORK
           PERFORM 0047-APPLY-ENV-TO-PATH
           MOVE WS-PATH-WORK TO WS-RECON-BREAK-FILE-NAME.

      * swaps a leading src/ for this environment's directory; paths
      * an operator already pointed elsewhere are left exactly as
