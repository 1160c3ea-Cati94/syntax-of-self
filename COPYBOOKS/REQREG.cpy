      *> Requester registry record (DATA/REQREGISTRY, indexed on
      *> RG-SOURCE). Maintained by REQREG-MAINT and checked before a
      *> request is evaluated: BLOQUEADO sources are refused and
      *> unknown ones routed to DATA/REQREVIEW.
       01  REQ-REGISTRY-RECORD.
           05 RG-SOURCE        PIC X(20).
           05 RG-CATEGORY      PIC X(10).
           05 RG-PREF-CHANNEL  PIC X(3).
           05 RG-STATUS        PIC X(12).
           05 RG-SINCE-DATE    PIC X(8).
           05 RG-LANGUAGE      PIC X(2).
