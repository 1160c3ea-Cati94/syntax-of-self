      *> Planned daily state (DATA/STATEPLAN), one line per future
      *> date. DAILY-DRIVER applies the entry for the run date to
      *> DAILYSTATE; BOUNDARIES-ACTIVATION evaluates requests for a
      *> future date against the entry planned for that date.
       01  STATE-PLAN-RECORD.
           05 SP-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 SP-MENTAL-STATE      PIC X(20).
           05 FILLER               PIC X.
           05 SP-PHYSICAL-LIMIT    PIC X(20).
           05 FILLER               PIC X.
           05 SP-USER-AUTONOMY     PIC X(10).
           05 FILLER               PIC X.
           05 SP-EXTERNAL-CONTROL  PIC X.
