      *> Daily wellbeing record (DATA/WELLBEING, indexed on WB-DATE),
      *> one per day, written by WELL-INDEX. WB-SCORE is 0-100
      *> (100 = no adverse signal); weights in DATA/WELLWEIGHTS.
       01  WELLBEING-RECORD.
           05 WB-DATE              PIC X(8).
           05 WB-SCORE             PIC 9(3).
           05 WB-CTRL-WEEK-KEY     PIC 9(6).
           05 WB-CTRL-WEEK-TOTAL   PIC 9(6).
           05 WB-COMPONENTS OCCURS 9 TIMES.
               10 WB-COUNT         PIC 9(4).
               10 WB-POINTS        PIC 9(4).
