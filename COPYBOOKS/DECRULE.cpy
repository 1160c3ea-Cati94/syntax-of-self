      *> Decision rule (DATA/DECISIONRULES, SIMRULES in simulation),
      *> one line per rule, evaluated in file order; the first rule
      *> whose conditions all hold decides the request. "*" or blank
      *> matches anything.
       01  DECISION-RULE-RECORD.
           05 DR-SEQ               PIC 9(3).
           05 FILLER               PIC X.
           05 DR-MENTAL            PIC X(20).
           05 FILLER               PIC X.
           05 DR-PHYSICAL          PIC X(20).
           05 FILLER               PIC X.
           05 DR-EXTERNAL          PIC X.
           05 FILLER               PIC X.
           05 DR-PORT-ALERT        PIC X.
           05 FILLER               PIC X.
           05 DR-PROFILE           PIC X.
           05 FILLER               PIC X.
           05 DR-TYPE              PIC X(10).
           05 FILLER               PIC X.
           05 DR-PRIORITY          PIC X.
           05 FILLER               PIC X.
           05 DR-CONTROL           PIC X.
           05 FILLER               PIC X.
           05 DR-DAY               PIC X.
           05 FILLER               PIC X.
           05 DR-OVERDUE           PIC X.
           05 FILLER               PIC X.
           05 DR-OUTCOME           PIC X.
           05 FILLER               PIC X.
           05 DR-REASON            PIC X(8).
           05 FILLER               PIC X.
           05 DR-MESSAGE           PIC X(50).
