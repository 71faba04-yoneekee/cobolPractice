      *> GL 잔액 마스터(GLBAL.DAT) 레코드 - 계정 코드와 기간
      *> (년월)마다 한 줄. GLAPPLY가 증빙이 맞는 분개 배치를
      *> 반영하고, GLCLOSE가 월 마감 때 기말 잔액을 다음
      *> 기간의 기초로 넘긴다. 잔액은 차변이 +, 대변이 -.
       01  GLBal-Record.
           02  GB-GLCode         PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  GB-Period         PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  GB-Open           PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           02  FILLER            PIC X      VALUE SPACE.
           02  GB-Dr             PIC 9(11)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  GB-Cr             PIC 9(11)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  GB-Close          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           02  FILLER            PIC X      VALUE SPACE.
      *> 'O' 열린 기간, 'C' 마감된 기간
           02  GB-Status         PIC X.
