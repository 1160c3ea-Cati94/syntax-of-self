      *> Household registry (DATA/HOUSEHOLD), one line per person the
      *> boundary programs keep files for, read through RUN-PERSON.
      *> The first line is the main person; HH-ACTIVE = "N" keeps the
      *> files but leaves the person out of the chain.
       01  HOUSEHOLD-RECORD.
           05 HH-PERSON-ID         PIC X(8).
           05 FILLER               PIC X.
           05 HH-ACTIVE            PIC X.
           05 FILLER               PIC X.
           05 HH-NAME              PIC X(30).
