      *> Reschedule proposal (DATA/RESCHEDPROP), one line per booking
      *> CONFLICT-SWEEP found in conflict with the state planned for
      *> its date. RP-STATE is PENDENTE until an operator decides it
      *> through RESCHED-MAINT.
       01  RESCHED-PROPOSAL-RECORD.
           05 RP-REQUEST-ID        PIC 9(6).
           05 FILLER               PIC X.
           05 RP-SOURCE            PIC X(20).
           05 FILLER               PIC X.
           05 RP-BOOKED-DATE       PIC X(8).
           05 FILLER               PIC X.
           05 RP-BOOKED-SLOT       PIC 9.
           05 FILLER               PIC X.
           05 RP-NEW-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 RP-NEW-SLOT          PIC 9.
           05 FILLER               PIC X.
           05 RP-REASON            PIC X(8).
           05 FILLER               PIC X.
           05 RP-STATE             PIC X(9).
           05 FILLER               PIC X.
           05 RP-CREATED-DATE      PIC X(8).
           05 FILLER               PIC X.
           05 RP-DECIDED-DATE      PIC X(8).
           05 FILLER               PIC X.
           05 RP-OPERATOR          PIC X(8).
