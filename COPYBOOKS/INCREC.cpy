      *> Incident register record (DATA/INCIDENTS, indexed on
      *> IN-INCIDENT-ID). One incident per visit that went badly,
      *> opened and moved through ABERTO / REVISTO / FECHADO by
      *> INCIDENT-REG; evidence in DATA/INCEVIDENCE.
       01  INCIDENT-RECORD.
           05 IN-INCIDENT-ID  PIC 9(6).
           05 IN-REQUEST-ID   PIC 9(6).
           05 IN-SOURCE       PIC X(20).
           05 IN-EVENT-DATE   PIC X(8).
           05 IN-ORIGIN       PIC X(6).
           05 IN-STATE        PIC X(8).
           05 IN-SEVERITY     PIC 9.
           05 IN-EVIDENCE-COUNT PIC 9(4).
           05 IN-OPEN-DATE    PIC X(8).
           05 IN-REVIEW-DATE  PIC X(8).
           05 IN-CLOSE-DATE   PIC X(8).
           05 IN-NOTE         PIC X(50).
