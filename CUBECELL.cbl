      *> 상품 x 창고 x 월 판매 큐브의 칸 하나 (SALECUBE.DAT)
      *> 레이아웃 - SALECUBE가 월말에 최근 24개월을 다시
      *> 쌓아 되쓰고 CUBEINQ가 읽어 조회한다. 수량이나
      *> 매출이 있는 칸만 남긴다. 창고 'DS'는 공급처 직송,
      *> '--'는 출고 창고를 남기기 전의 옛 판매 행.
       01  Cube-Record.
           02  CU-Month       PIC 9(6).
           02  FILLER         PIC X       VALUE SPACE.
           02  CU-ProdName    PIC X(10).
           02  FILLER         PIC X       VALUE SPACE.
           02  CU-Whse        PIC X(2).
           02  FILLER         PIC X       VALUE SPACE.
           02  CU-Qty         PIC 9(7).
           02  FILLER         PIC X       VALUE SPACE.
           02  CU-Revenue     PIC 9(9)V99.
           02  FILLER         PIC X       VALUE SPACE.
           02  CU-Cost        PIC 9(9)V99.
