      *> 대손 상각 대장(CHGOFF.DAT) 레코드 배치 - CHGOFF가
      *> 상각한 대출마다 한 줄씩 덧붙인다. PAYPOST는 여기
      *> 오른 계좌의 입금을 옛 스케줄 대신 상각채권 회수로
      *> 돌리고, ACCRUE/COLLGEN/DUNLETR는 여기 오른 계좌를
      *> 건너뛴다. PROVISN은 상각으로 쓴 충당금을 지점/
      *> 상품별로 되짚는다.
       01  ChgOff-Record.
           02  CO-AcctNo      PIC X(10).
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-Date        PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
      *> 상각한 원금 잔액과 되돌린 미수 이자
           02  CO-Principal   PIC 9(7)V99.
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-IntRev      PIC 9(7)V99.
           02  FILLER         PIC X       VALUE SPACE.
      *> 상각 당시 가장 오랜 미납 회차와 그 납기일
           02  CO-Period      PIC 999.
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-DueDate     PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-CustNo      PIC 9(5).
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-Branch      PIC X(3).
           02  FILLER         PIC X       VALUE SPACE.
           02  CO-ProdCode    PIC X(5).
