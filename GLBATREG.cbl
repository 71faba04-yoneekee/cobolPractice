      *> GL 배치 대장(GLBATREG.DAT) 레코드 - GLAPPLY가 반영한
      *> 배치마다 한 줄을 덧붙인다. 출처, 배치 머리의 날짜/
      *> 모드/출처 표시/배치 참조와 꼬리의 건수/금액 해시/
      *> 계좌 해시가 배치를 가리는 열쇠다. GLEXTR는 분개
      *> 파일을 새로 쓰기 전에 남의 배치가 모두 여기 올라
      *> 있는지 본다. 계좌 해시가 빈 줄은 열쇠를 늘리기
      *> 전의 행이다.
       01  Reg-Record.
      *> 배치 출처 'P' GLPOST.DAT, 'A' GLADJ.DAT
           02  GR-Source         PIC X.
           02  FILLER            PIC X.
           02  GR-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  GR-Mode           PIC X.
           02  FILLER            PIC X.
           02  GR-Count          PIC 9(7).
           02  FILLER            PIC X.
           02  GR-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X.
           02  GR-Period         PIC 9(6).
           02  FILLER            PIC X.
           02  GR-PostDate       PIC 9(8).
           02  FILLER            PIC X.
           02  GR-AcctHash       PIC 9(12).
           02  FILLER            PIC X.
           02  GR-Tag            PIC X(6).
           02  FILLER            PIC X.
           02  GR-Ref            PIC X(16).
