      *> 입금 검토 대장(PAYREVW.DAT) 레코드 - PAYSCRN이
      *> 의심 입금을 PAYMENTS.DAT에서 빼 한 줄씩 남기고,
      *> PAYREVU에서 심사 담당이 풀어 주거나(R) 거절(J)한다.
      *> 풀어 준 입금은 다음 PAYSCRN이 PAYMENTS.DAT에 한 번
      *> 되돌려 넣고(RV-Injected 'Y') 이후로는 거르지 않는다.
      *> 거절한 입금은 소인되지 않고 대장에만 남는다.
       01  Review-Record.
           02  RV-Seq            PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-PayDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-Amount         PIC 9(5)V9.
           02  FILLER            PIC X      VALUE SPACE.
      *> 걸린 규칙 - 자리마다 한 규칙, 안 걸리면 빈칸
      *>   M 같은 날 같은 계좌 여러 건
      *>   L 회차 납입액보다 훨씬 큰 입금
      *>   C 해지 또는 대손 상각 계좌 입금
      *>   R 신고 기준 이상의 딱 떨어지는 창구 현금 입금
           02  RV-Rules.
               03  RV-RuleM      PIC X.
               03  RV-RuleL      PIC X.
               03  RV-RuleC      PIC X.
               03  RV-RuleR      PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 창구 현금 입금(TELLCASH.DAT)이면 'Y'
           02  RV-Cash           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 비교에 쓴 회차 납입액(스케줄의 가장 큰 Hab)
           02  RV-Inst           PIC 9(5)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-FlagDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
      *> 'P' 검토 대기, 'R' 풀어 줌, 'J' 거절
           02  RV-Status         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-Oper           PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-DecDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-Injected       PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  RV-Note           PIC X(30).
