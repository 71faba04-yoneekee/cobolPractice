      *> 대출 개설 고지 기록(DISCLOSE.DAT) 레코드 - ORIGIN이
      *> 대출('L')을 개설할 때 안내장 고지란에 찍은 숫자를
      *> 계좌마다 한 줄씩 덧붙이고, PAYQUOTE와 민원 담당이
      *> 고객에게 알린 조건을 다시 보여 준다. 같은 계좌가
      *> 여러 줄이면 가장 늦은 줄이 유효하다.
       01  Disc-Record.
           02  DS-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-CustNo         PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
      *> 고지일(개설 처리일)과 기산일
           02  DS-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-OrigDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-Principal      PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-Periods        PIC 999.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-Freq           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 회차 요율과 회차 수수료(FEES.DAT)
           02  DS-Rate           PIC 9V9999.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-Fee            PIC 9(4)V9.
           02  FILLER            PIC X      VALUE SPACE.
      *> 연 실질 이자율(%) - 수수료를 넣은 실제 납기일
      *> 현금흐름의 내부 수익률. DS-AprCap 'Y'는 상한
      *> (999.99%)에 걸려 그 이상이라는 뜻
           02  DS-Apr            PIC 9(3)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-AprCap         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 이자 합계, 수수료 합계, 총 상환 금액(원금 포함)
           02  DS-TotIja         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-TotFee         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-TotPay         PIC 9(8)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-FirstDue       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  DS-LastDue        PIC 9(8).
