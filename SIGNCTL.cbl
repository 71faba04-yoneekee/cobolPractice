      *> 운전원 접속 통제 블록 - 대화형 프로그램이 시작할 때
      *> SIGNON을 'SON'으로 불러 운전원을 확인받고, 이후
      *> 메뉴 기능('FNC')과 계좌 지점('BRN')을 같은 블록으로
      *> 물어본다. OPERMNT는 암호 해시('HSH')에도 쓴다.
      *> 결과 - 'Y' = 허용, 'N' = 거부 (경보는 SIGNON이 낸다)
      *> 범위 - 'A' = 전 지점, 'B' = 자기 지점 계좌만
       01  Sign-Ctl.
           02  SG-Op          PIC X(3).
           02  SG-Program     PIC X(10).
           02  SG-Func        PIC X.
           02  SG-AcctBranch  PIC X(3).
           02  SG-Oper        PIC X(3).
           02  SG-Name        PIC X(20).
           02  SG-Role        PIC X(4).
           02  SG-Branch      PIC X(3).
           02  SG-Scope       PIC X.
           02  SG-Funcs       PIC X(20).
           02  SG-Passwd      PIC X(12).
           02  SG-Hash        PIC 9(10).
           02  SG-Result      PIC X.
