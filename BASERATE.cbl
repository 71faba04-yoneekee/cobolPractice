      *> 공시 기준금리 계열(BASERATE.DAT) 레코드 - 공시일
      *> 마다 한 줄. 변동금리 대출의 재산정(RATERSET)은
      *> 재산정일 현재 공시일이 가장 늦은 행을 쓴다.
       01  BaseRate-Record.
           02  BR-EffDate     PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  BR-Rate        PIC 9V9999.
