      *> Visit waitlist (DATA/WAITLIST), one line per request in the
      *> order it joined. BOUNDARIES-ACTIVATION adds visits turned
      *> away for lack of a free period; WAIT-OFFER offers the date
      *> when a period frees up.
       01  WAITLIST-RECORD.
           05 WL-PREF-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 WL-PREF-SLOT    PIC 9.
           05 FILLER          PIC X.
           05 WL-REQUEST-ID   PIC 9(6).
           05 FILLER          PIC X.
           05 WL-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 WL-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 WL-JOIN-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 WL-STATE        PIC X(8).
           05 FILLER          PIC X.
           05 WL-OFFER-DATE   PIC X(8).
           05 FILLER          PIC X.
           05 WL-OFFER-SLOT   PIC 9.
