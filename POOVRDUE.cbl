           02 PO-ExpDate    PIC 9(8).
           02 FILLER        PIC X.
           02 PO-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
      *> 발주 단가 - 0이면 단가 없이 낸 옛 발주
           02 PO-Price      PIC 9(5)V99.

       FD  Rpt-File.
       01  Rpt-Line         PIC X(70).
