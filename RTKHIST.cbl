      *> 재시험 반영 이력 (RTKHIST.DAT) - RTKAPPLY가 덧붙이고
      *> RTKLIST/TRNSCRPT가 읽는다. 원점수와 재시험 점수를
      *> 함께 남겨 증명서에 둘 다 보일 수 있게 한다.
       01  RtkHist-Record.
           02  RH-Term        PIC X(6).
           02  FILLER         PIC X.
           02  RH-StudId      PIC 9(5).
           02  FILLER         PIC X.
           02  RH-Ban         PIC X(4).
           02  FILLER         PIC X.
           *> 'G'=국어 'S'=산수 'Y'=영어
           02  RH-Subj        PIC X.
           02  FILLER         PIC X.
           02  RH-Orig        PIC 9(3).
           02  FILLER         PIC X.
           02  RH-Retake      PIC 9(3).
           02  FILLER         PIC X.
           *> 상한을 적용해 성적에 실제로 넣은 점수
           02  RH-Applied     PIC 9(3).
           02  FILLER         PIC X.
           02  RH-Date        PIC 9(8).
