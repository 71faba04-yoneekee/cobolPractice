      *> 교직원 원부 (STAFMAST.DAT) - P2-5의 명단(ROSTER.DAT)에서
      *> STAFMNT가 반입해 관리하고, STAFCHK가 학급 원부와 과목
      *> 교사 배정의 교사 이름을 이 원부로 검증한다. JARYO 반
      *> 소계와 TCHRRPT도 교사를 이 원부에서 찍는다.
       01  Staff-Record.
           02  SF-Id          PIC 9(4).
           02  FILLER         PIC X.
           *> 명단(ROSTER.DAT)의 이름 그대로
           02  SF-Irum        PIC X(12).
           02  FILLER         PIC X.
           *> CLASMAST.DAT 담임/SUBJTCHR.DAT 교사 칸에 쓰는 이름
           02  SF-Teacher     PIC X(10).
           02  FILLER         PIC X.
           *> 'H'=담임 'S'=과목 교사 'O'=교무 행정
           02  SF-Role        PIC X.
           02  FILLER         PIC X.
           02  SF-Contact     PIC X(15).
           02  FILLER         PIC X.
           *> 부임일 - 0이면 모름
           02  SF-Start       PIC 9(8).
           02  FILLER         PIC X.
           *> 'A'=재직 'L'=퇴직
           02  SF-Status      PIC X.
           02  FILLER         PIC X.
           02  SF-EndDate     PIC 9(8).
           02  FILLER         PIC X.
           *> 명단에서 넘어온 나이
           02  SF-Age         PIC 9(3).
