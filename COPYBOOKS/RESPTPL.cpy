      *> Response template (DATA/RESPTEMPLATES), one line per message
      *> group, code and language, resolved by RESP-TEXT. A missing
      *> template falls back to PT, then to the original text.
       01  RESP-TEMPLATE-RECORD.
           05 TP-GROUP             PIC X(3).
           05 FILLER               PIC X.
           05 TP-CODE              PIC X(30).
           05 FILLER               PIC X.
           05 TP-LANG              PIC X(2).
           05 FILLER               PIC X.
           05 TP-TEXT              PIC X(80).
