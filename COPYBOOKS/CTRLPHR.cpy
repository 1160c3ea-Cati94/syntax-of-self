      *> Controlling phrase (DATA/CTRLPHRASES), one line per phrase,
      *> read by CONTROL-FILTER, BOUNDARIES-ACTIVATION and
      *> CTRL-DISCOVER and maintained by PHRASE-MAINT. CPL-WEIGHT is
      *> the points one occurrence adds to the score of a line,
      *> transcript or request (01-99); lines written before weights
      *> existed have it blank and count as weight 1.
       01  CTRL-PHRASE-LINE.
           05 CPL-TEXT             PIC X(30).
           05 CPL-WEIGHT           PIC X(2).
           05 CPL-WEIGHT-N REDEFINES CPL-WEIGHT PIC 9(2).
