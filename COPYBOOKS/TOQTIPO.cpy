      *> Touch types known to the consent matrix (TOQCONS.cpy).
       01 TOQ-TYPE-TABLE.
           05 TOQ-TYPE-COUNT   PIC 9 VALUE 4.
           05 TOQ-TYPE-NAMES.
               10 FILLER PIC X(10) VALUE "APERTO".
               10 FILLER PIC X(10) VALUE "ABRACO".
               10 FILLER PIC X(10) VALUE "OMBRO".
               10 FILLER PIC X(10) VALUE "PERTO".
           05 TOQ-TYPE-NAMES-R REDEFINES TOQ-TYPE-NAMES.
               10 TOQ-TYPE-NAME OCCURS 4 TIMES PIC X(10).
