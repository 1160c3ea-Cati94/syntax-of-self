      *> Incident evidence line (DATA/INCEVIDENCE), one per record
      *> linked to an incident in DATA/INCIDENTS (INCREC.cpy).
      *> IE-FILE names the file the evidence came from (TOQUEAUDIT,
      *> BOUNDARYLOG, CTRLFINDINGS, or OPERADOR for a manual note) and
      *> IE-TEXT holds the record as it was found there.
       01  INCIDENT-EVIDENCE-RECORD.
           05 IE-INCIDENT-ID  PIC 9(6).
           05 FILLER          PIC X.
           05 IE-EVENT-DATE   PIC X(8).
           05 FILLER          PIC X.
           05 IE-FILE         PIC X(12).
           05 FILLER          PIC X.
           05 IE-TEXT         PIC X(120).
