      *> 지점 일 마감(BRCLOSE.DAT) 레코드 - TELLBAL이 그 지점
      *> 모든 창구의 시재 마감과 한도 초과 과부족의 책임자
      *> 확인을 확인한 뒤 한 줄 덧붙인다. 마감된 지점은
      *> 그날 창구 현금 거래(EXTCAPT, TELLPAY)를 더 받지
      *> 않는다.
       01  BrClose-Record.
           02  BC-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  BC-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  BC-Oper           PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  BC-Time           PIC 9(6).
