      *> Control intensity bands (DATA/CTRLBANDS), a single line with
      *> the minimum weighted score of each band. A score below
      *> CB-LOW is no control (N); from CB-LOW it is low (B), from
      *> CB-MEDIUM medium (M) and from CB-HIGH high (A). Used by
      *> CONTROL-FILTER for transcripts and by BOUNDARIES-ACTIVATION
      *> for request content (matched against DR-CONTROL).
       01  CTRL-BAND-RECORD.
           05 CB-LOW               PIC 9(3).
           05 FILLER               PIC X.
           05 CB-MEDIUM            PIC 9(3).
           05 FILLER               PIC X.
           05 CB-HIGH              PIC 9(3).
