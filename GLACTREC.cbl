      *> GL 거래 내역(GLACT.DAT) 레코드 - GLAPPLY가 잔액
      *> 마스터에 반영한 분개 명세를 한 줄씩 덧붙인다.
      *> GLCLOSE가 마감 기간의 계정별 거래 내역표를 찍는다.
       01  GLAct-Record.
           02  GA-Period         PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-GLCode         PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
      *> 배치 출처 'P' GLPOST.DAT, 'A' GLADJ.DAT
           02  GA-Source         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-BatDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-BatMode        PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-LPeriod        PIC 999.
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-DrCr           PIC X(2).
           02  FILLER            PIC X      VALUE SPACE.
           02  GA-Amount         PIC 9(7)V99.
