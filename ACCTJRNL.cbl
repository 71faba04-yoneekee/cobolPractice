      *> 계좌에 잔액이 움직이는 사건을 한 파일
      *> (ACCTJRNL.DAT)에 같이 남기는 공용 거래 기록
      *> 레이아웃 - ORIGIN(개설), WONRI(중도상환 적용,
      *> 만기), PAYPOST(입금 소인), ACCTMNT(원금 정정),
      *> RESTRUCT(채무 재조정), CHGOFF(대손 상각),
      *> PENASSES(연체 이자 부과), RATERSET(변동금리
      *> 재산정), DORMSCAN(휴면 지정), CHGAPPLY(휴면
      *> 해제), REFUND(과납 환불)가 끝에 덧붙이고 JRNLINQ가
      *> 계좌별로 보여 준다.
      *> 사건 코드 - OPEN 개설, EXTR 중도상환, MATU 만기,
      *> PAY 입금, CORR 원금 정정, RSTR 채무 재조정,
      *> WOFF 대손 상각, RECV 상각채권 회수(PAYPOST),
      *> PENL 연체 이자 부과, PENP 연체 이자 수납(PAYPOST),
      *> RSET 변동금리 재산정(금액 = 재산정 바탕 잔액,
      *> 전/후 = 요율 베이시스 포인트), DORM 휴면 지정
      *> (DORMSCAN), ACTV 휴면 해제(CHGAPPLY - 고객 신청
      *> 이므로 휴면 판정의 고객 거래로 친다), CRDT 과납
      *> 예수금 발생(PAYPOST), RFND 과납 환불(REFUND)
       01  Jrnl-Record.
           02  AJ-AcctNo      PIC X(10).
           02  FILLER         PIC X       VALUE SPACE.
