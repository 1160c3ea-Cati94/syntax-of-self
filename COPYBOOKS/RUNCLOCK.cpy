      *> Request and stamp passed to CALL "RUN-CLOCK". CLOCK-REQUEST
      *> stays "L" in the chain programs; CLOCK-STAMP comes back
      *> laid out like FUNCTION CURRENT-DATE, carrying the business
      *> date DAILY-DRIVER is processing (or today when run alone).
       01  CLOCK-REQUEST           PIC X VALUE "L".
       01  CLOCK-STAMP             PIC X(21).
