      *> 보증인 연결 레코드 배치 - 대출 계좌 하나에 고객
      *> 마스터(CUSTMAST.DAT)의 보증인 고객 번호를 여럿
      *> 이을 수 있다. 원부는 GU-Key(계좌+고객) 키의 색인
      *> 파일(GUARANT.IDX)이고 COLLMNT가 종료 시 사용 중
      *> 연결만 순차 GUARANT.DAT로 내려쓴다.
       01  Guar-Record.
           02  GU-Key.
               03  GU-AcctNo  PIC X(10).
               03  GU-CustNo  PIC 9(5).
      *> 'A' = 연결 중, 'C' = 해제
           02  GU-Status      PIC X.
      *> 연결일(YYYYMMDD)
           02  GU-Date        PIC 9(8).
