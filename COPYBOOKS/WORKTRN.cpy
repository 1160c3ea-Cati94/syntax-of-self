      *> Worklist transaction (DATA/WORKTRANS), written from
      *> OPERATOR-CONSOLE and applied by WORK-MAINT for the signed-on
      *> operator. WR-ACTION is ASSUMIR (claim the item), LARGAR
      *> (hand a claimed item back) or FECHAR (close it); WR-NOTE is
      *> kept on the item when given.
       01  WORK-TRANS-RECORD.
           05 WR-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 WR-ITEM-ID       PIC X(6).
           05 FILLER           PIC X.
           05 WR-NOTE          PIC X(50).
