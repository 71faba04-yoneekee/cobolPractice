           02  RG-Amount         PIC 9(8)V99.
           02  FILLER            PIC X.
           02  RG-Date           PIC 9(8).
           02  FILLER            PIC X.
           *> 금액 중 선적 운임 (BILLING)
           02  RG-Freight        PIC 9(7)V99.

       FD  OrdHist-File.
       01  OrdHist-Record.
