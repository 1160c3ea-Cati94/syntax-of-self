      *> Calendar maintenance transaction (DATA/CALREQUESTS), written
      *> by CAL-IMPORT and applied by CAL-MAINT. CR-SLOT names one
      *> slot (MANHA / TARDE / NOITE); blank applies the status to
      *> the whole day.
       01  CAL-REQUEST-RECORD.
           05 CR-ACTION        PIC X(3).
           05 FILLER           PIC X.
           05 CR-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 CR-END-DATE      PIC X(8).
           05 FILLER           PIC X.
           05 CR-DAY-STATUS    PIC X(10).
           05 FILLER           PIC X.
           05 CR-SLOT          PIC X(5).
