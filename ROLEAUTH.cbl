      *> 역할별 프로그램 권한(ROLEAUTH.DAT) - 역할 하나가
      *> 쓸 수 있는 프로그램마다 한 줄. 프로그램 '*'는 모든
      *> 프로그램, 기능 '*'는 그 프로그램의 모든 메뉴 기능,
      *> 그 밖에는 허용 메뉴 글자를 늘어놓는다 (예 'VM').
      *> 범위 - 'A' = 전 지점, 'B' = 운전원 자기 지점만
       01  RoleAuth-Record.
           02  RA-Role        PIC X(4).
           02  FILLER         PIC X       VALUE SPACE.
           02  RA-Program     PIC X(10).
           02  FILLER         PIC X       VALUE SPACE.
           02  RA-Scope       PIC X.
           02  FILLER         PIC X       VALUE SPACE.
           02  RA-Funcs       PIC X(20).
