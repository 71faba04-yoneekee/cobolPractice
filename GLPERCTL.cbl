      *> GL 기간 통제(GLPER.DAT) 레코드 - 한 줄. 마지막으로
      *> 마감한 기간(년월)과 마감한 날. GLCLOSE가 쓰고,
      *> GLAPPLY는 이 기간까지로 날짜가 찍힌 배치를 받지
      *> 않는다.
       01  GLPer-Record.
           02  GP-LastClosed     PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  GP-CloseDate      PIC 9(8).
