      *> 연말 잔액 확인서 발송 대장(CONFREG.DAT) 레코드 -
      *> CONFSEL이 고객마다 확인서 한 통을 한 줄로 남기고
      *> CONFRESP가 회신을 적어 넣으며 CONFRPT가 감사인
      *> 예외 보고를 낸다. 확인 번호는 연도+일련번호다.
       01  Conf-Record.
           02  CN-Year           PIC 9(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-Seq            PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-CustNo         PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
      *> 표본이 된 계좌의 관리 지점
           02  CN-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
      *> 표본 사유 - 'T' 기준 금액 초과, 'R' 지점별 무작위
           02  CN-Reason         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 확인서에 실은 계좌 수와 장부 잔액 합계
           02  CN-Accts          PIC 99.
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-Book           PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-SentDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
      *> 'S' 발송(회신 대기), 'A' 일치, 'D' 불일치,
      *> 'N' 무응답
           02  CN-Status         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-RespDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
      *> 불일치 회신의 고객 주장 잔액과 사유
           02  CN-Claim          PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-Oper           PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  CN-Note           PIC X(30).
