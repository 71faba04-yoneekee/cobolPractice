      *> 담보 마스터 레코드 배치 - 원부는 CL-CollId 키의
      *> 색인 파일(COLLMAST.IDX)이고 COLLMNT가 종료 시
      *> 사용 중 담보만 순차 COLLMAST.DAT로 내려쓴다.
      *> 월말 COLLRPT가 이것으로 계좌별 LTV를 낸다.
       01  Coll-Record.
           02  CL-CollId      PIC X(10).
      *> 담보 종류 - 'R' 부동산, 'V' 차량, 'D' 예금,
      *> 'S' 유가증권, 'O' 기타
           02  CL-Type        PIC X.
      *> 감정 가액과 감정일(YYYYMMDD)
           02  CL-Value       PIC 9(9).
           02  CL-ApprDate    PIC 9(8).
      *> 담보가 잡힌 대출 계좌
           02  CL-AcctNo      PIC X(10).
      *> 'A' = 설정 중, 'C' = 해지
           02  CL-Status      PIC X.
