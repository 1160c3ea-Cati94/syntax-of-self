      *> Run-history record (DATA/RUNHIST), appended by DAILY-DRIVER:
      *> one PASSO line per chain step run and one CADEIA line per
      *> chain, under the run id. Read by RUN-TREND.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-ID        PIC 9(6).
           05 FILLER           PIC X.
           05 RH-RUN-DATE      PIC X(8).
           05 FILLER           PIC X.
           05 RH-KIND          PIC X(6).
           05 FILLER           PIC X.
           05 RH-STEP-NAME     PIC X(21).
           05 FILLER           PIC X.
           05 RH-START-TS      PIC X(14).
           05 FILLER           PIC X.
           05 RH-END-TS        PIC X(14).
           05 FILLER           PIC X.
           05 RH-ELAPSED       PIC 9(6).
           05 FILLER           PIC X.
           05 RH-STEP-RC       PIC 9(4).
           05 FILLER           PIC X.
           05 RH-FLAG          PIC X(8).
