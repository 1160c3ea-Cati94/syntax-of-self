      *> Counter history record (DATA/COUNTERHIST, appended by
      *> PERIOD-CLOSE). One line per cumulative counter per key at
      *> each period close: the value found, the activity since the
      *> previous close (value less the value that close left behind)
      *> and the value left in the live file after the period policy
      *> (reset, decay or keep) was applied.
       01  COUNTER-HISTORY-RECORD.
           05 CH-CLOSE-DATE    PIC X(8).
           05 FILLER           PIC X.
           05 CH-PERIOD-TYPE   PIC X(10).
           05 FILLER           PIC X.
           05 CH-PERIOD-ID     PIC X(6).
           05 FILLER           PIC X.
           05 CH-COUNTER       PIC X(14).
           05 FILLER           PIC X.
           05 CH-KEY           PIC X(30).
           05 FILLER           PIC X.
           05 CH-VALUE         PIC 9(6).
           05 FILLER           PIC X.
           05 CH-ACTIVITY      PIC 9(6).
           05 FILLER           PIC X.
           05 CH-AFTER         PIC 9(6).
