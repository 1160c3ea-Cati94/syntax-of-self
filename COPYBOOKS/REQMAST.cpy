      *> Request master record (DATA/REQMASTER, indexed on
      *> RM-REQUEST-ID; alternate keys RM-SOURCE-KEY, RM-DATE and
      *> RM-LIFECYCLE, with duplicates). Written by
      *> BOUNDARIES-ACTIVATION and kept up to date by the programs that
      *> follow a request through its lifecycle.
       01  REQ-MASTER-RECORD.
           05 RM-REQUEST-ID   PIC 9(6).
           05 RM-SOURCE-KEY.
               10 RM-SOURCE   PIC X(20).
               10 RM-DATE     PIC X(8).
           05 RM-CONTENT      PIC X(50).
           05 RM-LIFECYCLE    PIC X(10).
           05 RM-ALT-DATE     PIC X(8).
           05 RM-CHANNEL      PIC X(3).
           05 RM-PRIOR-ID     PIC 9(6).
           05 RM-SLOT         PIC 9.
           05 RM-REQ-DATE     PIC X(8).
           05 RM-REQ-SLOT     PIC X(5).
           05 RM-REASON       PIC X(8).
           05 RM-MORE-CONTENT PIC X(200).
