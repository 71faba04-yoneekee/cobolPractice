      *> 잔액 확인서 계좌 명세(CONFDTL.DAT) 레코드 - 확인서
      *> 한 통에 실은 계좌마다 한 줄. 발송 대장(CONFREG)
      *> 과 연도+일련번호로 잇는다.
       01  ConfDtl-Record.
           02  CE-Year           PIC 9(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  CE-Seq            PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  CE-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  CE-Type           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  CE-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
      *> 기준일 장부 잔액(원장 이력 재현)
           02  CE-Bal            PIC 9(7).
