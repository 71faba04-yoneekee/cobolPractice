           02  LC-GrandBal       PIC 9(9).
           02  FILLER            PIC X.
           02  LC-AcctCount      PIC 9(5).
           02  FILLER            PIC X.
           02  LC-LoanBal        PIC 9(9).
           02  FILLER            PIC X.
           02  LC-DepBal         PIC 9(9).

       FD  Proof-File.
       01  Proof-Line            PIC X(80).
