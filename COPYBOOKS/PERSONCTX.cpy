      *> Request and person passed to CALL "RUN-PERSON". PERSON-SUFFIX
      *> goes on the end of the names of the files that belong to one
      *> person of the household (spaces for the main person).
       01  PERSON-REQUEST          PIC X VALUE "L".
       01  PERSON-ID               PIC X(8).
       01  PERSON-SUFFIX           PIC X(9).
       01  PERSON-STATE            PIC X.
