      *> 스케줄 변경 이전 보관(RESTHIST.DAT) 레코드 배치 -
      *> RESTRUCT가 채무 재조정 직전의 원장 행을 재조정일
      *> 도장으로, RATERSET이 변동금리 재산정 직전의 원장
      *> 행을 재산정일 도장으로 덧붙인다. 두 프로그램 모두
      *> 원부를 고치기 전에 보관부터 쓴다. 원장 이력
      *> (LEDGHIST.DAT)과 같은 도장+행 배치에 구분과 출처
      *> 한 자리씩을 붙였고, 보관 기한 정리를 받지 않는다.
      *> LEDGASOF가 기준일 조회에, WONRI가 지난 회차의
      *> 재현에 읽는다.
       01  RestHist-Record.
           02  RH-Stamp       PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  RH-Row.
               03  RH-AcctNo  PIC X(10).
               03  FILLER     PIC X.
               03  RH-Period  PIC 999.
               03  FILLER     PIC X(66).
           02  FILLER         PIC X       VALUE SPACE.
      *> 'F' = 재조정 때 이미 지난 회차(원장에 그대로
      *> 남는다), 'R' = 새 스케줄로 바뀐 남은 회차
           02  RH-Kind        PIC X.
           02  FILLER         PIC X       VALUE SPACE.
      *> 'S' = RESTRUCT(채무 재조정), 'T' = RATERSET(금리
      *> 재산정) - 빈칸은 출처를 적기 전의 옛 행
           02  RH-Source      PIC X.
