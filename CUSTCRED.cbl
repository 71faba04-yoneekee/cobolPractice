      *> 고객 과납 예수금(CUSTCRED.DAT) 레코드 - PAYPOST가
      *> 회차를 다 메우고 남은 입금과 해지 계좌에 들어온
      *> 입금을 계좌마다 한 줄씩 남기고, REFUND가 환불하거나
      *> 다음 회차 상계로 묵힌다. 상계로 묵힌('H') 줄은 다음
      *> PAYPOST가 입금으로 다시 소인하고 파일에서 뺀다.
      *> 환불한 줄은 파일에서 빠지고 환불 대장에 남는다.
       01  Credit-Record.
           02  KC-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  KC-CustNo         PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
      *> 과납을 알아본 날(가장 이른 입금일)
           02  KC-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  KC-Amount         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
      *> 'X' 남은 회차를 넘는 초과 입금, 'C' 해지 계좌 입금
           02  KC-Reason         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 'O' 미결(환불 대상), 'H' 다음 회차 상계 대기
           02  KC-Status         PIC X.
