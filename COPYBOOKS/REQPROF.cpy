      *> Requester profile record (DATA/REQPROFILE, indexed on
      *> RP-SOURCE). Running per-source counters kept by
      *> BOUNDARIES-ACTIVATION, CONTROL-FILTER, VISIT-OUTCOME,
      *> LOAN-TRACK and INCIDENT-REG.
       01  REQ-PROFILE-RECORD.
           05 RP-SOURCE       PIC X(20).
           05 RP-GRANTS       PIC 9(4).
           05 RP-DENIALS      PIC 9(4).
           05 RP-DEFERRALS    PIC 9(4).
           05 RP-PRESSURE     PIC 9(4).
           05 RP-REPEATS      PIC 9(4).
           05 RP-NOSHOWS      PIC 9(4).
           05 RP-OVERDUE      PIC 9(4).
           05 RP-INCIDENTS    PIC 9(4).
