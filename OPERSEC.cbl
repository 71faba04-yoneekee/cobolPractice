      *> 운전원 보안 레코드(OPERSEC.DAT) - OPERMNT가 등록/
      *> 정정하고 SIGNON이 접속 때 확인한다. 운전원 번호는
      *> PENDCHG/AUDIT/OPERACK에 남는 세 글자 머리글자다.
      *> 암호는 운전원 번호를 섞은 해시로만 둔다.
      *> 상태 - 'A' = 사용, 'S' = 정지 (연속 3회 실패 포함)
      *> 유효 기간 - 끝 날짜 0은 기한 없음
       01  OperSec-Record.
           02  OS-OperId      PIC X(3).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Name        PIC X(20).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Hash        PIC 9(10).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Role        PIC X(4).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Branch      PIC X(3).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-FromDate    PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-ToDate      PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Status      PIC X.
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-Fails       PIC 9.
           02  FILLER         PIC X       VALUE SPACE.
           02  OS-LastOn      PIC 9(8).
