      *> One transcript line of a library conversation
      *> (DATA/CONVLINES, indexed on conversation ID + line number).
      *> CL-TEXT has the CTRLTRANSCRIPT layout: "SPEAKER | text".
       01  CONV-LINE-RECORD.
           05 CL-KEY.
               10 CL-CONV-ID       PIC 9(6).
               10 CL-LINE-NO       PIC 9(5).
           05 CL-TEXT              PIC X(74).
