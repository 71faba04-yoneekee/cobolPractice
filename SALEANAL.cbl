           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X.
           02 SH-Whse       PIC X(2).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Rest     PIC X(73).

       FD  Anal-File.
       01  Anal-Line        PIC X(70).
