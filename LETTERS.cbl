           02  SM-Guardian       PIC X(10).
           02  SM-GAddr          PIC X(30).
           02  SM-GPostal        PIC X(6).
           *> 반 편성 균형용 - 'M'=남 'F'=여, 옛 행은 빈칸
           02  SM-Gender         PIC X.
           *> 반마다 고루 나눌 편성 표시(학습 지원 등) - 빈칸=없음
           02  SM-Attr           PIC X.

       FD  Honor-File.
       01  Honor-Record.
