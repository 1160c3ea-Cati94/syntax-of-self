      *> Reschedule decision (DATA/RESCHEDTRANS), written from
      *> OPERATOR-CONSOLE and applied by RESCHED-MAINT: APROVAR or
      *> REJEITAR the pending proposal of RT-REQUEST-ID, optionally
      *> with another date and period.
       01  RESCHED-TRANS-RECORD.
           05 RT-ACTION            PIC X(8).
           05 FILLER               PIC X.
           05 RT-REQUEST-ID        PIC X(6).
           05 FILLER               PIC X.
           05 RT-NEW-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 RT-NEW-SLOT          PIC X(5).
