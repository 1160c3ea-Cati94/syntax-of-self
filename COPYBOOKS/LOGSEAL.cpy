      *> Request passed to CALL "LOG-SEAL" with a line of a sealed log
      *> (REQAUDIT, TOQUEAUDIT, BOUNDARYLOG, MEMLOG, PORTHIST). The
      *> sequence and chain go in a 20-byte seal after the data columns;
      *> LOG-VERIFY checks them.
       01  SEAL-REQUEST.
           05 SEAL-MODE            PIC X VALUE "S".
           05 SEAL-LOG-NAME        PIC X(12).
           05 SEAL-WIDTH           PIC 9(4).
           05 SEAL-SEQ             PIC 9(8).
           05 SEAL-CHAIN           PIC 9(9).
           05 SEAL-PREV-CHAIN      PIC 9(9).
           05 SEAL-CALC-CHAIN      PIC 9(9).
           05 SEAL-RESULT          PIC XX.
