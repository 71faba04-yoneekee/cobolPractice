      *> 성적 이의 신청 대장 (APPEAL.DAT) - APLMNT가 접수와 재채점
      *> 결과를 쓰고, APLAPPLY가 바뀐 점수를 성적에 반영하며,
      *> APLREG가 교사별 처리 대장을 찍는다.
       01  Appeal-Record.
           02  AP-No          PIC 9(5).
           02  FILLER         PIC X.
           02  AP-Term        PIC X(6).
           02  FILLER         PIC X.
           02  AP-StudId      PIC 9(5).
           02  FILLER         PIC X.
           02  AP-Ban         PIC X(4).
           02  FILLER         PIC X.
           *> 'G'=국어 'S'=산수 'Y'=영어
           02  AP-Subj        PIC X.
           02  FILLER         PIC X.
           *> 신청한 사람 (보통 보호자)
           02  AP-Asker       PIC X(10).
           02  FILLER         PIC X.
           02  AP-Reason      PIC X(30).
           02  FILLER         PIC X.
           *> 접수일
           02  AP-Date        PIC 9(8).
           02  FILLER         PIC X.
           *> ' '=재채점 대기 'U'=원점수 유지 'C'=점수 변경
           02  AP-Outcome     PIC X.
           02  FILLER         PIC X.
           *> 재채점한 교사
           02  AP-Teacher     PIC X(10).
           02  FILLER         PIC X.
           02  AP-OldScore    PIC 9(3).
           02  FILLER         PIC X.
           02  AP-NewScore    PIC 9(3).
           02  FILLER         PIC X.
           *> 결과 기록일
           02  AP-DoneDate    PIC 9(8).
           02  FILLER         PIC X.
           *> 'Y'면 APLAPPLY가 통지표와 통지장을 냈다
           02  AP-Issued      PIC X.
