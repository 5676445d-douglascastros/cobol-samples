           05 FILLER PIC X(09) VALUE 'HOLDR    '.
           05 FILLER PIC X(09) VALUE 'USERGRV  '.
           05 FILLER PIC X(09) VALUE 'CRSEACD  '.
           05 FILLER PIC X(09) VALUE 'PERSHTERM'.
           05 FILLER PIC X(09) VALUE 'TERRACD  '.
           05 FILLER PIC X(09) VALUE 'BILLCP   '.
           05 FILLER PIC X(09) VALUE 'POSTACD  '.
           05 FILLER PIC X(09) VALUE 'RUNBACD  '.
           05 FILLER PIC X(09) VALUE 'MANFACD  '.
           05 FILLER PIC X(09) VALUE 'BKUPR    '.
           05 FILLER PIC X(09) VALUE 'SCHDACDB '.
           05 FILLER PIC X(09) VALUE 'PARTACDB '.
           05 FILLER PIC X(09) VALUE 'RETNACDB '.
           05 FILLER PIC X(09) VALUE 'ENVPACDB '.
           05 FILLER PIC X(09) VALUE 'STHRACDB '.
           05 FILLER PIC X(09) VALUE 'LTRSACDB '.
           05 FILLER PIC X(09) VALUE 'DISTACDB '.
           05 FILLER PIC X(09) VALUE 'QUALR    '.
           05 FILLER PIC X(09) VALUE 'PROMPSA  '.
           05 FILLER PIC X(09) VALUE 'PERDCR   '.
           05 FILLER PIC X(09) VALUE 'PII U    '.
           05 FILLER PIC X(09) VALUE 'TUITP    '.
           05 FILLER PIC X(09) VALUE 'SECTACD  '.
           05 FILLER PIC X(09) VALUE 'ENRLED   '.
           05 FILLER PIC X(09) VALUE 'PROGACD  '.
           05 FILLER PIC X(09) VALUE 'ATTNACD  '.
           05 FILLER PIC X(09) VALUE 'INSTACD  '.
           05 FILLER PIC X(09) VALUE 'TERMC    '.
           05 FILLER PIC X(09) VALUE 'GRDEE    '.
           05 FILLER PIC X(09) VALUE 'LEAVTY   '.
       01 WS-MASTER-RULES REDEFINES WS-MASTER-RULES-TABLE.
           05 WS-MASTER-RULE OCCURS 38 TIMES.
               10 WS-RULE-MASTER  PIC X(04).
               10 WS-RULE-LETTERS PIC X(05).
       01 WS-RULE-IDX     PIC 9(02) VALUE ZEROS.
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE ZEROS TO WS-RULE-FOUND
           MOVE ZEROS TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX = 38
                   OR WS-RULE-FOUND > ZEROS
               ADD 1 TO WS-RULE-IDX
               IF WS-RULE-MASTER (WS-RULE-IDX) = UT-MASTER
