      *> Loan ledger record (DATA/LOANLEDGER, indexed on
      *> LN-REQUEST-ID). Written by BOUNDARIES-ACTIVATION on every
      *> EMPRESTIMO grant; LOAN-TRACK records returns, lists overdue
      *> loans by age and keeps RP-OVERDUE in REQPROFILE current.
      *>   LN-STATUS  EMPRESTADO / DEVOLVIDO
       01  LOAN-LEDGER-RECORD.
           05 LN-REQUEST-ID   PIC 9(6).
           05 LN-BORROWER     PIC X(20).
           05 LN-ITEM         PIC X(50).
           05 LN-LENT-DATE    PIC X(8).
           05 LN-DUE-DATE     PIC X(8).
           05 LN-RETURN-DATE  PIC X(8).
           05 LN-STATUS       PIC X(10).
