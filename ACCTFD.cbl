           02  AC-OrigDate       PIC 9(8).
           02  AC-Freq           PIC X.
      *> 고객 번호(CUSTMAST.DAT 연결)와 계정 구분
      *> ('L'=대출, 'D'=예금, 'S'=적금 - 적금의 원금 자리는
      *> 월 납입액이다)
           02  AC-CustNo         PIC 9(5).
           02  AC-Type           PIC X.
      *> 관리 지점 코드 - 옛 형식 레코드(빈칸)는
      *> 레코드(빈칸)는 WONRI 실행 인자의 기본값을 쓴다
           02  AC-Term           PIC 9(3).
           02  AC-Comp           PIC X.
      *> 계좌 마스터 확장 영역 - 색인 원부(ACCOUNTS.IDX)
      *> 에서는 AI-Ext 한 덩어리로 같은 배치를 들고
      *> 다닌다. 옛 형식 레코드(빈칸)는 모두 기본값.
           02  AC-Ext.
      *> 채무 재조정 표시('Y')와 재조정일, 재조정 때
      *> 이미 지난 회차 수(새 스케줄은 그 다음 회차
      *> 부터)와 원금에 얹은 연체액
               03  AC-Restr      PIC X.
               03  AC-RestrDate  PIC 9(8).
               03  AC-RestrPer   PIC 9(3).
               03  AC-RestrCap   PIC 9(5).
      *> 계좌 적용 요율 - 0/빈칸이면 RATE.DAT 상품 요율
               03  AC-Rate       PIC 9V9999.
      *> 변동금리 대출('Y') - 기준금리(BASERATE.DAT)에
      *> 가산금리를 더해 하한/상한(0 = 없음) 안에서
      *> 재산정 주기(개월)마다 다음 재산정일에 RATERSET이
      *> 다시 매긴다
               03  AC-Float      PIC X.
               03  AC-Margin     PIC 9V9999.
               03  AC-ResetMon   PIC 99.
               03  AC-NextReset  PIC 9(8).
               03  AC-Floor      PIC 9V9999.
               03  AC-Cap        PIC 9V9999.
      *> 마지막 재산정일과 그때 이미 지난 회차 수 - 새
      *> 요율 스케줄은 그 다음 회차부터(재조정과 같은
      *> RESTHIST.DAT 보관 방식)
               03  AC-ResetDate  PIC 9(8).
               03  AC-ResetPer   PIC 9(3).
      *> 휴면 예금 표시('Y')와 휴면 지정일 - 월말 DORMSCAN이
      *> 세우고 승인된 해제(PENDCHG 'H')를 CHGAPPLY가
      *> 지운다. 휴면 계좌는 창구/입금 거래를 받지 않는다
               03  AC-Dormant    PIC X.
               03  AC-DormDate   PIC 9(8).
      *> 자동이체 해지 표시('N') - 빈칸/'Y'는 COLLGEN이
      *> 회차마다 출금을 의뢰하는 자동이체 계좌이고, 'N'
      *> 계좌는 고객이 직접 내므로 REMIND가 납기 전에
      *> 안내를 보낸다
               03  AC-DDebit     PIC X.
               03  FILLER        PIC X(11).
