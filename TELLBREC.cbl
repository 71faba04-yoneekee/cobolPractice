      *> 창구 시재 마감(TELLBAL.DAT) 레코드 - 창구마다 하루
      *> 한 줄. TELLBAL이 시작 시재, 권종별 매수, 마감 현금을
      *> 받아 그날 창구 현금 거래(TELLCASH.DAT)로 계산한
      *> 기대 시재와 비교해 적고, 허용 한도를 넘는 과부족은
      *> 책임자 확인(머리글자, 확인일)을 받아야 지점 마감이
      *> 된다. 다시 세면 같은 줄을 고쳐 쓴다.
       01  TellBal-Record.
           02  TB-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-Teller         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
      *> 시작 시재, 현금 입금 합계, 현금 지급 합계
           02  TB-Float          PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-In             PIC 9(9)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-Out            PIC 9(9)V9.
           02  FILLER            PIC X      VALUE SPACE.
      *> 기대 시재(시작 + 입금 - 지급)와 권종 합계 실제 시재
           02  TB-Expect         PIC 9(9)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-Counted        PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
      *> 과부족 금액과 방향 - 'O' 남음, 'S' 모자람, 빈칸 일치
           02  TB-Diff           PIC 9(9)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-OvSh           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
      *> 'Y' 허용 한도 초과 - 책임자 확인 대상
           02  TB-Exc            PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-Super          PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  TB-SignDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
      *> 권종별 매수 - 50000 10000 5000 1000 500 100 50 10 원
           02  TB-Counts.
               03  TB-Cnt        PIC 9(5)   OCCURS 8 TIMES.
