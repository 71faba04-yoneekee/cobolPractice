      *> 연체 이자(지연 배상금) 미수 잔액 파일(PENALTY.DAT)
      *> 레코드 배치 - 계좌마다 한 줄. PENASSES가 밤마다
      *> 미납 회차에 연체 이자를 물려 잔액을 늘리고,
      *> PAYPOST가 입금을 여기부터 먼저 채워 줄이며,
      *> PAYQUOTE가 정산 금액에 남은 잔액을 더한다.
       01  Penalty-Record.
           02  PN-AcctNo      PIC X(10).
           02  FILLER         PIC X       VALUE SPACE.
      *> 남은 연체 이자 미수 잔액
           02  PN-Balance     PIC 9(7)V99.
           02  FILLER         PIC X       VALUE SPACE.
      *> 마지막으로 물린 날 - 다음 부과는 이날부터 센다
           02  PN-LastDate    PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
      *> 누적 부과액과 누적 수납액
           02  PN-Assessed    PIC 9(7)V99.
           02  FILLER         PIC X       VALUE SPACE.
           02  PN-Paid        PIC 9(7)V99.
