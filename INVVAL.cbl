               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.

       FD  Val-File.
       01  Val-Line         PIC X(70).
