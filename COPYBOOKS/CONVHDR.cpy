      *> Conversation header in the transcript library
      *> (DATA/CONVINDEX, indexed on CV-ID), filed by CONV-LOAD. The
      *> lines live in DATA/CONVLINES (CONVLINE.cpy) under the same
      *> ID. CV-SCANNED: N = not yet scanned by CONTROL-FILTER, S =
      *> scanned on CV-SCAN-DATE; CV-HITS and the per-participant
      *> lines/hits are filled in by that scan.
       01  CONVERSATION-RECORD.
           05 CV-ID                PIC 9(6).
           05 CV-DATE              PIC X(8).
           05 CV-CHANNEL           PIC X(10).
           05 CV-LINE-COUNT        PIC 9(5).
           05 CV-SCANNED           PIC X.
           05 CV-SCAN-DATE         PIC X(8).
           05 CV-HITS              PIC 9(5).
           05 CV-PART-COUNT        PIC 9.
           05 CV-PARTICIPANTS OCCURS 8 TIMES.
               10 CV-PART-NAME     PIC X(20).
               10 CV-PART-LINES    PIC 9(5).
               10 CV-PART-HITS     PIC 9(5).
