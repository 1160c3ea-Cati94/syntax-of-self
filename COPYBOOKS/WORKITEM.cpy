      *> Operator worklist item (DATA/WORKLIST, indexed on
      *> WI-ITEM-ID). WORKLIST opens one item per condition that
      *> needs an operator and closes it when the condition is gone;
      *> WORK-MAINT lets the operator claim or close it.
       01  WORK-ITEM-RECORD.
           05 WI-ITEM-ID      PIC 9(6).
           05 WI-TYPE         PIC X(8).
           05 WI-PERSON       PIC X(20).
           05 WI-KEY          PIC X(60).
           05 WI-CREATED-DATE PIC X(8).
           05 WI-DUE-DATE     PIC X(8).
           05 WI-OPERATOR     PIC X(8).
           05 WI-STATE        PIC X(8).
           05 WI-LAST-SEEN    PIC X(8).
           05 WI-CLOSED-DATE  PIC X(8).
           05 WI-CLOSED-BY    PIC X(8).
           05 WI-NOTE         PIC X(50).
