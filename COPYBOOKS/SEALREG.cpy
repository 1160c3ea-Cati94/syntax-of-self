      *> Authorised change to a sealed log line (DATA/LOGSEALREG),
      *> appended by SUBJECT-ACCESS for each sealed line it erases or
      *> pseudonymises, so LOG-VERIFY can carry the chain across it.
       01  SEAL-REGISTER-RECORD.
           05 SR-LOG-NAME          PIC X(12).
           05 FILLER               PIC X.
           05 SR-SEQ               PIC 9(8).
           05 FILLER               PIC X.
           05 SR-ACTION            PIC X(8).
           05 FILLER               PIC X.
           05 SR-CHAIN             PIC 9(9).
           05 FILLER               PIC X.
           05 SR-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 SR-REFERENCE         PIC X(30).
