      *> 창구 현금 거래(TELLCASH.DAT) 레코드 - 지점 창구에서
      *> 현금이 오간 거래를 담당 창구 번호와 지점을 붙여
      *> 한 줄씩 덧붙인다. EXTCAPT(중도상환 현금 접수)와
      *> TELLPAY(창구 입금, 현금 지급)가 쓰고, TELLBAL이
      *> 마감 시재와 맞춰 보며 TELLRPT가 과부족을 보고한다.
       01  Cash-Record.
           02  TX-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  TX-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  TX-Teller         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
      *> 'P' 창구 입금, 'E' 중도상환 현금 접수 - 들어온 돈
      *> 'O' 현금 지급 - 나간 돈
           02  TX-Kind           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  TX-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  TX-Amount         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  TX-Time           PIC 9(6).
