      *> Calendar slot names, subscripted by the slot number used
      *> for CAL-SLOT-STATUS in CALREC.
       01 CAL-SLOT-TABLE.
           05 CAL-SLOT-COUNT   PIC 9 VALUE 3.
           05 CAL-SLOT-NAMES.
               10 FILLER PIC X(5) VALUE "MANHA".
               10 FILLER PIC X(5) VALUE "TARDE".
               10 FILLER PIC X(5) VALUE "NOITE".
           05 CAL-SLOT-NAMES-R REDEFINES CAL-SLOT-NAMES.
               10 CAL-SLOT-NAME OCCURS 3 TIMES PIC X(5).
