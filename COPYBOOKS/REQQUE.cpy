      *> Request queue record (DATA/REQQUEUE), written by REQ-INTAKE
      *> and REQ-PENDING and evaluated by BOUNDARIES-ACTIVATION. A
      *> longer message continues on following lines flagged by
      *> RQ-CONTINUED, at most 5 lines.
       01  REQUEST-QUEUE-RECORD.
           05 RQ-SOURCE        PIC X(20).
           05 RQ-CONTENT       PIC X(50).
           05 RQ-TYPE          PIC X(10).
           05 RQ-PRIORITY      PIC X.
           05 RQ-CHANNEL       PIC X(3).
           05 RQ-REQUEUE-ID    PIC 9(6).
           05 RQ-REQ-DATE      PIC X(8).
           05 RQ-REQ-SLOT      PIC X(5).
           05 RQ-CONTINUED     PIC X.
