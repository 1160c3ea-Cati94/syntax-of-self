      *> Port catalog record (DATA/PORTCATALOG, indexed on PC-NAME).
      *> Maintained by PORTCAT-MAINT. A port with no catalog entry is
      *> treated as MEDIA and ATIVA.
       01  PORT-CATALOG-RECORD.
           05 PC-NAME          PIC X(15).
           05 PC-DESCRIPTION   PIC X(40).
           05 PC-CRITICALITY   PIC X(5).
           05 PC-DEFAULT-STATE PIC X(10).
           05 PC-STATUS        PIC X(8).
           05 PC-UPDATED-DATE  PIC X(8).
           05 PC-UPDATED-BY    PIC X(8).
