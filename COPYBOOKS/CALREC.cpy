      *> Calendar record (DATA/CALENDAR, indexed on CAL-DATE). Each
      *> day has three slots (names in CALSLOT), each LIVRE, OCUPADO
      *> or RESERVADO; CAL-DAY-STATUS summarises them.
       01  CALENDAR-RECORD.
           05 CAL-DATE         PIC X(8).
           05 CAL-DAY-STATUS   PIC X(10).
           05 CAL-SLOT-STATUS  PIC X(10) OCCURS 3 TIMES.
