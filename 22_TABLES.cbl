           02 PM-Price3   PIC 9(5)V99.
       *> 'A' = 판매 중, 'D' = 단종
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - SHIPRUN 운임 계산용,
      *> 옛 행은 빈칸(무게 모름)
           02 PM-Weights.
               03 PM-Wgt1     PIC 9(3)V99.
               03 PM-Wgt2     PIC 9(3)V99.
               03 PM-Wgt3     PIC 9(3)V99.
      *> 사이즈별 ABC 등급(A/B/C) - ABCCLASS가 월말에
      *> 매기고 실사 주기를 정한다, 옛 행은 빈칸
           02 PM-Classes.
               03 PM-Cls1     PIC X.
               03 PM-Cls2     PIC X.
               03 PM-Cls3     PIC X.
      *> 직송 품목 - 'Y'면 재고 없이 기본 공급처가 고객
      *> 에게 바로 보낸다(ORDENTRY가 발주로 돌림), 옛
      *> 행은 빈칸
           02 PM-Supply.
               03 PM-DropShip PIC X.
               03 PM-Vendor   PIC X(5).
      *> 상품군 - 영업 수수료율을 가르는 묶음(PRODMNT
      *> G), 옛 행은 빈칸
           02 PM-Group    PIC X(3).
       FD  ProdIdx-File.
       01  ProdIdx-Record.
           02 PI-ProdName PIC X(10).
               03 PI-Reord    PIC 9(5).
               03 PI-Price    PIC 9(5)V99.
           02 PI-Status   PIC X.
           02 PI-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
           02 PI-Class    PIC X OCCURS 3 TIMES.
           02 PI-DropShip PIC X.
           02 PI-Vendor   PIC X(5).
           02 PI-Group    PIC X(3).

       FD  Customer-File.
       01  Customer-Record.
